        identification division.
        program-id.    rmq0pver.

       *> rmq0pver keeps the parmlib version store PARMVER
       *> (rmqpver.cpy) and the PARMJRN change journal (rmqpjrn.cpy)
       *> behind the PARMMNT maintenance screen and the PARMRST
       *> restore utility.  Tables are passed whole, a row to an
       *> entry (rmqptabl.cpy), and the live file is read and written
       *> under the table's own name, so RMQSVCRG is the file every
       *> other program reads as RMQSVCRG.
       *>
       *>   "LIVE    "  read the live table
       *>   "LOAD    "  read version lk-version of the table from
       *>               PARMVER
       *>   "STAGE   "  write the rows passed to the PARMEDIT scratch
       *>               file, for RMQ0PCHK to check as a candidate
       *>   "SAVE    "  store the rows passed as the table's next
       *>               version, journal what changed, and rewrite
       *>               the live file from them.  lk-action says what
       *>               kind of change it is: ADD, UPDATE or DELETE of
       *>               row lk-changed-row, or RESTORE of version
       *>               lk-version.  The new version number comes back
       *>               in lk-version.
       *>
       *> Before a SAVE stores anything it compares the live file with
       *> the table's latest version.  A table with no versions yet is
       *> first stored as it stands, as its BASELINE; a table changed
       *> since its latest version by hand is stored as it stands as
       *> an OUTSIDE version, its differences journaled against user
       *> UNKNOWN -- so the edit being saved never hides one nobody
       *> recorded, and a restore can always go back past it.
       *>
       *> lk-ok-flag comes back N with lk-message saying why when the
       *> work could not be done.

        environment division.
        input-output section.
        file-control.
            select parmver-file assign to "PARMVER"
                organization indexed
                access mode dynamic
                record key pv-pver-key
                file status is parmver-status.
            select live-file assign using wk-table-file-name
                organization line sequential
                file status is live-status.
            select parmedit-file assign to "PARMEDIT"
                organization line sequential
                file status is parmedit-status.
            select parmjrn-file assign to "PARMJRN"
                organization line sequential
                file status is parmjrn-status.

        data division.
        file section.
        fd  parmver-file.
            copy rmqpver replacing ==:pfx:== by ==pv==.
        fd  live-file.
        01  fp-live-row           pic x(400).
        fd  parmedit-file.
        01  fp-edit-row           pic x(400).
        fd  parmjrn-file.
            copy rmqpjrn replacing ==:pfx:== by ==fj==.

        working-storage section.

        01  parmver-status        pic xx.
            88 parmver-ok         value "00".
        01  live-status           pic xx.
            88 live-ok            value "00".
            88 live-eof           value "10".
        01  parmedit-status       pic xx.
            88 parmedit-ok        value "00".
        01  parmjrn-status        pic xx.
            88 parmjrn-ok         value "00", "05".

        01  wk-table-file-name    pic x(50) value spaces.

       *> the live file as read, the latest stored version, and the
       *> rows about to be stored as a version
            copy rmqptabl replacing ==:pfx:== by ==lv==.
            copy rmqptabl replacing ==:pfx:== by ==vr==.
            copy rmqptabl replacing ==:pfx:== by ==st==.

        01  wk-latest-version     pic 9(6) value 0.
        01  wk-load-version       pic 9(6) value 0.
        01  wk-from-version       pic 9(6) value 0.
        01  wk-version-rows       pic 9(4) value 0.
        01  wk-row                binary-long.
        01  wk-last-row           binary-long.

        01  wk-scan-flag          pic x(1).
            88 wk-scan-done       value "Y".
        01  wk-found-flag         pic x(1).
            88 wk-version-found   value "Y".
        01  wk-same-flag          pic x(1).
            88 wk-images-same     value "Y".

       *> the header of the version being stored
        01  wk-store-user         pic x(8).
        01  wk-store-action       pic x(8).
        01  wk-store-changed-row  pic 9(4).
        01  wk-store-from-version pic 9(6).
        01  wk-store-reason       pic x(40).

        01  wk-jrn-row-no         pic 9(4).
        01  wk-jrn-before         pic x(400).
        01  wk-jrn-after          pic x(400).
        01  wk-scrub-idx          binary-long.

        01  wk-today              pic 9(8).
        01  wk-today-edit         redefines wk-today.
            05 wk-today-yyyy      pic 9(4).
            05 wk-today-mm        pic 9(2).
            05 wk-today-dd        pic 9(2).
        01  wk-now                pic 9(8).
        01  wk-now-edit           redefines wk-now.
            05 wk-now-hh          pic 9(2).
            05 wk-now-mi          pic 9(2).
            05 wk-now-ss          pic 9(2).
            05 wk-now-th          pic 9(2).
        01  wk-date-text          pic x(10).
        01  wk-time-text          pic x(8).

        linkage section.
        01  lk-function           pic x(8).
        01  lk-table-name         pic x(10).
        01  lk-user-id            pic x(8).
        01  lk-action             pic x(8).
        01  lk-changed-row        pic 9(4).
        01  lk-reason             pic x(40).
        01  lk-version            pic 9(6).
            copy rmqptabl replacing ==:pfx:== by ==lk==.
        01  lk-ok-flag            pic x(1).
        01  lk-message            pic x(60).

        procedure division using lk-function, lk-table-name,
                    lk-user-id, lk-action, lk-changed-row, lk-reason,
                    lk-version, lk-ptab-image, lk-ok-flag, lk-message.

        main-para.
            move "Y" to lk-ok-flag
            move spaces to lk-message
            move lk-table-name to wk-table-file-name

            evaluate lk-function
                when "LIVE    "
                    perform read-the-live-table
                    if lk-ok-flag = "Y"
                        move lv-ptab-image to lk-ptab-image
                    end-if
                when "LOAD    "
                    perform open-the-store
                    if lk-ok-flag = "Y"
                        perform load-the-requested-version
                        close parmver-file
                    end-if
                when "STAGE   "
                    perform stage-the-image
                when "SAVE    "
                    perform save-the-image
                when other
                    move "N" to lk-ok-flag
                    move "UNKNOWN VERSION STORE FUNCTION" to lk-message
            end-evaluate.

        main-exit.
            goback.

        read-the-live-table.
            move 0 to lv-ptab-row-count
            open input live-file

            if not live-ok
                move "N" to lk-ok-flag
                move spaces to lk-message
                string "UNABLE TO READ " delimited by size
                       lk-table-name delimited by space
                       ", STATUS " delimited by size
                       live-status delimited by size
                       into lk-message
                end-string
            else
                perform read-next-live-row
                    with test after
                    until live-eof
                close live-file
            end-if.

        read-next-live-row.
            read live-file
                at end
                    set live-eof to true
                not at end
                    if lv-ptab-row-count < 500
                        add 1 to lv-ptab-row-count
                        move fp-live-row
                                to lv-ptab-row(lv-ptab-row-count)
                    else
                        move "N" to lk-ok-flag
                        move spaces to lk-message
                        string lk-table-name delimited by space
                               " HAS MORE THAN 500 ROWS"
                                   delimited by size
                               into lk-message
                        end-string
                        set live-eof to true
                    end-if
            end-read.

       *> the store is created the first time anything is saved
        open-the-store.
            open i-o parmver-file

            if not parmver-ok
                open output parmver-file
                close parmver-file
                open i-o parmver-file
            end-if

            if not parmver-ok
                move "N" to lk-ok-flag
                move "UNABLE TO OPEN PARMVER, STATUS " to lk-message
                move parmver-status to lk-message(31:2)
            end-if.

        load-the-requested-version.
            move lk-version to wk-load-version
            perform load-one-version

            if wk-version-found
                move vr-ptab-image to lk-ptab-image
            else
                move "N" to lk-ok-flag
            end-if.

       *> the header says how many rows follow it
        load-one-version.
            move "N" to wk-found-flag
            move 0 to vr-ptab-row-count
            move lk-table-name to pv-pver-table
            move wk-load-version to pv-pver-version
            move 0 to pv-pver-row-no

            read parmver-file
                invalid key
                    move spaces to lk-message
                    string "VERSION " delimited by size
                           wk-load-version delimited by size
                           " OF " delimited by size
                           lk-table-name delimited by space
                           " IS NOT ON PARMVER" delimited by size
                           into lk-message
                    end-string
                not invalid key
                    set wk-version-found to true
                    move pv-pver-row-count to wk-version-rows
                    perform load-one-version-row
                        varying wk-row from 1 by 1
                        until wk-row > wk-version-rows
                           or not wk-version-found
            end-read.

        load-one-version-row.
            move wk-row to pv-pver-row-no

            read parmver-file
                invalid key
                    move "N" to wk-found-flag
                    move spaces to lk-message
                    string "VERSION " delimited by size
                           wk-load-version delimited by size
                           " OF " delimited by size
                           lk-table-name delimited by space
                           " IS INCOMPLETE ON PARMVER"
                               delimited by size
                           into lk-message
                    end-string
                not invalid key
                    add 1 to vr-ptab-row-count
                    move pv-pver-row-text
                            to vr-ptab-row(vr-ptab-row-count)
            end-read.

        stage-the-image.
            open output parmedit-file

            if not parmedit-ok
                move "N" to lk-ok-flag
                move "UNABLE TO WRITE PARMEDIT, STATUS " to lk-message
                move parmedit-status to lk-message(34:2)
            else
                perform stage-one-row
                    varying wk-row from 1 by 1
                    until wk-row > lk-ptab-row-count
                close parmedit-file
            end-if.

        stage-one-row.
            write fp-edit-row from lk-ptab-row(wk-row).

        save-the-image.
            move lk-version to wk-from-version
            perform stamp-the-time
            perform read-the-live-table

            if lk-ok-flag = "Y"
                perform open-the-store
            end-if

            if lk-ok-flag = "Y"
                perform open-the-journal
                perform find-the-latest-version
                perform catch-up-the-store
                if lk-ok-flag = "Y"
                    perform store-the-change
                end-if
                close parmjrn-file
                close parmver-file
            end-if.

       *> a table never stored is taken as its baseline; one that no
       *> longer matches its latest version was edited by hand
        catch-up-the-store.
            if wk-latest-version = 0
                move lv-ptab-image to st-ptab-image
                move lk-user-id to wk-store-user
                move "BASELINE" to wk-store-action
                move 0 to wk-store-changed-row
                move 0 to wk-store-from-version
                move "TABLE AS FIRST FOUND" to wk-store-reason
                perform store-one-version
            else
                move wk-latest-version to wk-load-version
                perform load-one-version
                move spaces to lk-message
                perform compare-the-images
                if not wk-images-same
                    move lv-ptab-image to st-ptab-image
                    move "UNKNOWN" to wk-store-user
                    move "OUTSIDE" to wk-store-action
                    move 0 to wk-store-changed-row
                    move wk-load-version to wk-store-from-version
                    move "CHANGED OUTSIDE PARMMNT" to wk-store-reason
                    perform store-one-version
                    if lk-ok-flag = "Y"
                        perform journal-the-outside-rows
                    end-if
                end-if
            end-if.

        store-the-change.
            move lk-ptab-image to st-ptab-image
            move lk-user-id to wk-store-user
            move lk-action to wk-store-action
            move lk-reason to wk-store-reason

            if lk-action = "RESTORE"
                move 0 to wk-store-changed-row
                move wk-from-version to wk-store-from-version
            else
                move lk-changed-row to wk-store-changed-row
                move wk-latest-version to wk-store-from-version
            end-if

            perform store-one-version

            if lk-ok-flag = "Y"
                move wk-latest-version to lk-version
                if lk-action = "RESTORE"
                    perform journal-the-restored-rows
                else
                    perform journal-the-edited-row
                end-if
                perform rewrite-the-live-table
            end-if.

        find-the-latest-version.
            move 0 to wk-latest-version
            move "N" to wk-scan-flag
            move lk-table-name to pv-pver-table
            move 0 to pv-pver-version
            move 0 to pv-pver-row-no

            start parmver-file key >= pv-pver-key
                invalid key
                    set wk-scan-done to true
            end-start

            perform take-next-version-row
                until wk-scan-done.

        take-next-version-row.
            read parmver-file next
                at end
                    set wk-scan-done to true
                not at end
                    if pv-pver-table not = lk-table-name
                        set wk-scan-done to true
                    else
                        move pv-pver-version to wk-latest-version
                    end-if
            end-read.

        compare-the-images.
            move "N" to wk-same-flag

            if wk-version-found
               and vr-ptab-row-count = lv-ptab-row-count
                set wk-images-same to true
                perform compare-one-row
                    varying wk-row from 1 by 1
                    until wk-row > lv-ptab-row-count
                       or not wk-images-same
            end-if.

        compare-one-row.
            if vr-ptab-row(wk-row) not = lv-ptab-row(wk-row)
                move "N" to wk-same-flag
            end-if.

        store-one-version.
            add 1 to wk-latest-version

            move spaces to pv-pver-record
            move lk-table-name to pv-pver-table
            move wk-latest-version to pv-pver-version
            move 0 to pv-pver-row-no
            move wk-date-text to pv-pver-date
            move wk-time-text to pv-pver-time
            move wk-store-user to pv-pver-user-id
            move wk-store-action to pv-pver-action
            move st-ptab-row-count to pv-pver-row-count
            move wk-store-changed-row to pv-pver-changed-row
            move wk-store-from-version to pv-pver-from-version
            move wk-store-reason to pv-pver-reason

            perform write-one-version-row

            perform store-one-row
                varying wk-row from 1 by 1
                until wk-row > st-ptab-row-count
                   or lk-ok-flag not = "Y".

        store-one-row.
            move spaces to pv-pver-record
            move lk-table-name to pv-pver-table
            move wk-latest-version to pv-pver-version
            move wk-row to pv-pver-row-no
            move st-ptab-row(wk-row) to pv-pver-row-text
            perform write-one-version-row.

        write-one-version-row.
            write pv-pver-record
                invalid key
                    move "N" to lk-ok-flag
                    move "UNABLE TO STORE VERSION, STATUS "
                            to lk-message
                    move parmver-status to lk-message(33:2)
            end-write.

       *> the version is already stored, so a table that can't be
       *> rewritten is caught up as an OUTSIDE version next time
        rewrite-the-live-table.
            open output live-file

            if not live-ok
                move "N" to lk-ok-flag
                move spaces to lk-message
                string "VERSION " delimited by size
                       wk-latest-version delimited by size
                       " STORED BUT TABLE NOT REWRITTEN, STATUS "
                           delimited by size
                       live-status delimited by size
                       into lk-message
                end-string
            else
                perform rewrite-one-row
                    varying wk-row from 1 by 1
                    until wk-row > lk-ptab-row-count
                close live-file
            end-if.

        rewrite-one-row.
            write fp-live-row from lk-ptab-row(wk-row).

        open-the-journal.
            open extend parmjrn-file
            if not parmjrn-ok
                open output parmjrn-file
            end-if.

       *> an added row has nothing before it and a deleted one
       *> nothing after
        journal-the-edited-row.
            move lk-changed-row to wk-jrn-row-no
            move spaces to wk-jrn-before
            move spaces to wk-jrn-after

            if lk-action not = "ADD"
               and lk-changed-row > 0
               and lk-changed-row <= lv-ptab-row-count
                move lv-ptab-row(lk-changed-row) to wk-jrn-before
            end-if

            if lk-action not = "DELETE"
               and lk-changed-row > 0
               and lk-changed-row <= lk-ptab-row-count
                move lk-ptab-row(lk-changed-row) to wk-jrn-after
            end-if

            perform write-one-journal-entry.

       *> the hand edit, from the latest version to the live file
        journal-the-outside-rows.
            move vr-ptab-row-count to wk-last-row
            if lv-ptab-row-count > wk-last-row
                move lv-ptab-row-count to wk-last-row
            end-if

            perform journal-one-outside-row
                varying wk-row from 1 by 1
                until wk-row > wk-last-row.

        journal-one-outside-row.
            move spaces to wk-jrn-before
            move spaces to wk-jrn-after
            if wk-row <= vr-ptab-row-count
                move vr-ptab-row(wk-row) to wk-jrn-before
            end-if
            if wk-row <= lv-ptab-row-count
                move lv-ptab-row(wk-row) to wk-jrn-after
            end-if

            if wk-jrn-before not = wk-jrn-after
                move wk-row to wk-jrn-row-no
                perform write-one-journal-entry
            end-if.

       *> the restore, from the live file to the version put back
        journal-the-restored-rows.
            move lv-ptab-row-count to wk-last-row
            if lk-ptab-row-count > wk-last-row
                move lk-ptab-row-count to wk-last-row
            end-if

            perform journal-one-restored-row
                varying wk-row from 1 by 1
                until wk-row > wk-last-row.

        journal-one-restored-row.
            move spaces to wk-jrn-before
            move spaces to wk-jrn-after
            if wk-row <= lv-ptab-row-count
                move lv-ptab-row(wk-row) to wk-jrn-before
            end-if
            if wk-row <= lk-ptab-row-count
                move lk-ptab-row(wk-row) to wk-jrn-after
            end-if

            if wk-jrn-before not = wk-jrn-after
                move wk-row to wk-jrn-row-no
                perform write-one-journal-entry
            end-if.

        write-one-journal-entry.
            move spaces to fj-pjrn-entry
            move wk-date-text to fj-pjrn-date
            move wk-time-text to fj-pjrn-time
            move wk-store-user to fj-pjrn-user-id
            move lk-table-name to fj-pjrn-table
            move wk-store-action to fj-pjrn-action
            move wk-latest-version to fj-pjrn-version
            move wk-jrn-row-no to fj-pjrn-row-no
            move wk-store-reason to fj-pjrn-reason
            move wk-jrn-before to fj-pjrn-before
            move wk-jrn-after to fj-pjrn-after

            perform scrub-the-entry
            write fj-pjrn-entry.

       *> the same guard RMQ0SECJ keeps on the security journal
        scrub-the-entry.
            perform scrub-one-byte
                varying wk-scrub-idx from 1 by 1
                until wk-scrub-idx > function length(fj-pjrn-entry).

        scrub-one-byte.
            if fj-pjrn-entry(wk-scrub-idx:1) < space
               or fj-pjrn-entry(wk-scrub-idx:1) > x"7E"
                move space to fj-pjrn-entry(wk-scrub-idx:1)
            end-if.

        stamp-the-time.
            accept wk-today from date yyyymmdd
            accept wk-now from time

            move spaces to wk-date-text
            string wk-today-yyyy delimited by size
                   "-" delimited by size
                   wk-today-mm delimited by size
                   "-" delimited by size
                   wk-today-dd delimited by size
                   into wk-date-text
            end-string
            move spaces to wk-time-text
            string wk-now-hh delimited by size
                   ":" delimited by size
                   wk-now-mi delimited by size
                   ":" delimited by size
                   wk-now-ss delimited by size
                   into wk-time-text
            end-string.

        end program rmq0pver.
