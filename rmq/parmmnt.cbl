        identification division.
        program-id.    parmmnt.

       *> parmmnt is the maintenance screen for the parmlib tables,
       *> one row at a time, in place of editing the files by hand.
       *> T opens a table, N and P step through its rows and I goes
       *> to a row by number; A adds the row keyed after the row
       *> shown, U replaces the row shown with what is keyed, and D
       *> deletes it.  A row is keyed across five 80-character
       *> lines, and every change needs a reason.
       *>
       *> Every change is held to the same cross-checks PARMCHK runs
       *> as step zero of the window: the table as it would be is
       *> staged on PARMEDIT and checked through RMQ0PCHK with the
       *> rest of the live set, and a change that leaves more
       *> discrepancies than the table had when it was opened is
       *> refused, showing the first one found.  A table that
       *> already had discrepancies can still be corrected one row
       *> at a time.  A change that passes is saved through
       *> RMQ0PVER as the table's next version on PARMVER, with the
       *> row before and after on the PARMJRN change journal, and
       *> the live file is rewritten; PARMRST puts any earlier
       *> version back.
       *>
       *> The screen signs on as PARMMNT through RMQ0SIGN, and opening
       *> a table is the function authorized -- a role's RMQROLES
       *> grant names the tables it may maintain, or "*" for all of
       *> them.  RMQKEYSTORE is not maintained here: it holds broker
       *> passwords, which would be shown on the screen and kept on
       *> every version.

        environment division.

        data division.
        working-storage section.

            copy rmqretc.

        01  wk-user               pic x(8) value spaces.
        01  wk-sec-function       pic x(50) value spaces.
        01  wk-sec-ok             pic x(1) value "N".
            88 wk-sec-allowed     value "Y".

        01  wk-done-flag          pic x(1) value "N".
            88 wk-all-done        value "Y".

        01  wk-known-flag         pic x(1) value "N".
            88 wk-table-known     value "Y".

       *> the table open on the screen, as last read or saved, and
       *> the table as a change would leave it
        01  wk-table-name         pic x(10) value spaces.
            copy rmqptabl replacing ==:pfx:== by ==tb==.
            copy rmqptabl replacing ==:pfx:== by ==cd==.
        01  wk-cur-row            binary-long value 0.
        01  wk-row                binary-long.

       *> discrepancies RMQ0PCHK finds with the table as opened, and
       *> with the change staged
        01  wk-base-count         binary-long value 0.
        01  wk-problem-count      binary-long value 0.
        01  wk-live-file-name     pic x(50) value spaces.
        01  wk-edit-file-name     pic x(50) value "PARMEDIT".
            copy rmqpchk replacing ==:pfx:== by ==wk==.
        01  wk-count-edit         pic zzz9.
        01  wk-base-edit          pic zzz9.

        01  wk-pver-action        pic x(8) value spaces.
        01  wk-changed-row        pic 9(4) value 0.
        01  wk-version            pic 9(6) value 0.
        01  wk-pver-ok            pic x(1) value "N".
            88 wk-pver-done       value "Y".
        01  wk-pver-message       pic x(60) value spaces.

        01  scr-function          pic x(1) value space.
            88 scr-func-table     value "T".
            88 scr-func-next      value "N".
            88 scr-func-previous  value "P".
            88 scr-func-inquiry   value "I".
            88 scr-func-add       value "A".
            88 scr-func-update    value "U".
            88 scr-func-delete    value "D".
            88 scr-func-exit      value "X".
        01  scr-table             pic x(10) value spaces.
        01  scr-row-no            pic 9(4) value 0.
        01  scr-row-count         pic zzz9 value zero.
        01  scr-version           pic z(5)9 value zero.
        01  scr-row-text.
            05 scr-row-1          pic x(80).
            05 scr-row-2          pic x(80).
            05 scr-row-3          pic x(80).
            05 scr-row-4          pic x(80).
            05 scr-row-5          pic x(80).
        01  scr-reason            pic x(40) value spaces.
        01  scr-message           pic x(60) value spaces.
        01  scr-problem           pic x(76) value spaces.

        screen section.
        01  maint-screen.
            05 blank screen.
            05 line 1 column 20 value "PARMLIB TABLE MAINTENANCE".
            05 line 3 column 3
                    value "FUNCTION (T/N/P/I/A/U/D, X=EXIT):".
            05 line 3 column 37 pic x(1) using scr-function.
            05 line 4 column 3 value "TABLE.....................:".
            05 line 4 column 32 pic x(10) using scr-table.
            05 line 5 column 3 value "ROW.......................:".
            05 line 5 column 32 pic 9(4) using scr-row-no.
            05 line 5 column 38 value "OF".
            05 line 5 column 41 pic zzz9 from scr-row-count.
            05 line 6 column 3 value "LAST SAVED AS VERSION.....:".
            05 line 6 column 32 pic z(5)9 from scr-version.
            05 line 8 column 3 value "ROW TEXT:".
            05 line 9 column 1 pic x(80) using scr-row-1.
            05 line 10 column 1 pic x(80) using scr-row-2.
            05 line 11 column 1 pic x(80) using scr-row-3.
            05 line 12 column 1 pic x(80) using scr-row-4.
            05 line 13 column 1 pic x(80) using scr-row-5.
            05 line 15 column 3 value "REASON FOR CHANGE.........:".
            05 line 15 column 32 pic x(40) using scr-reason.
            05 line 17 column 3 pic x(60) from scr-message.
            05 line 18 column 3 pic x(76) from scr-problem.
            05 line 20 column 3 value "T=OPEN TABLE  N=NEXT  P=PREV"
                    & "IOUS  I=ROW NUMBER".
            05 line 21 column 3 value "A=ADD AFTER ROW  U=UPDATE ROW"
                    & "  D=DELETE ROW".


        procedure division.

        main-line.
            perform sign-on-the-operator
            perform process-one-function until wk-all-done
            call "RMQ0SIGN" using "SIGNOFF ", "PARMMNT ", wk-user,
                    wk-sec-function, wk-sec-ok
            end-call
            stop run.

        sign-on-the-operator.
            call "RMQ0SIGN" using "SIGNON  ", "PARMMNT ", wk-user,
                    wk-sec-function, wk-sec-ok
            end-call

            if not wk-sec-allowed
                move rmq-rc-signon-refused to return-code
                display "parmmnt: sign-on refused"
                stop run
            end-if.

        process-one-function.
            display maint-screen
            accept maint-screen
            move spaces to scr-message
            move spaces to scr-problem
            move function upper-case(scr-table) to scr-table

            evaluate true
                when scr-func-exit
                    set wk-all-done to true
                when scr-func-table
                    perform open-the-table
                when wk-table-name = spaces
                    move "OPEN A TABLE FIRST (T)" to scr-message
                when scr-table not = wk-table-name
                    move "USE T TO OPEN ANOTHER TABLE" to scr-message
                when other
                    perform do-one-function
            end-evaluate.

        do-one-function.
            evaluate true
                when scr-func-next
                    perform next-row
                when scr-func-previous
                    perform previous-row
                when scr-func-inquiry
                    perform inquire-row
                when scr-func-add
                    perform add-row
                when scr-func-update
                    perform update-row
                when scr-func-delete
                    perform delete-row
                when other
                    move "FUNCTION MUST BE T, N, P, I, A, U, D OR X"
                            to scr-message
            end-evaluate.

       *> the tables this screen maintains -- every parmlib table but
       *> RMQKEYSTORE
        check-the-catalog.
            move "N" to wk-known-flag

            evaluate scr-table
                when "RMQACCRUE"
                when "RMQALERT"
                when "RMQBINDS"
                when "RMQCALEND"
                when "RMQCHGBK"
                when "RMQCRYPT"
                when "RMQDEPTH"
                when "RMQDISPQ"
                when "RMQENTITL"
                when "RMQESC"
                when "RMQFANOUT"
                when "RMQGATE"
                when "RMQHOLDS"
                when "RMQINMAP"
                when "RMQINVEN"
                when "RMQJSONF"
                when "RMQMAPTAB"
                when "RMQMASK"
                when "RMQMSGCLS"
                when "RMQPACE"
                when "RMQPARMS"
                when "RMQQUOTA"
                when "RMQRATES"
                when "RMQRETAIN"
                when "RMQROLES"
                when "RMQSCHEMA"
                when "RMQSLA"
                when "RMQSTAND"
                when "RMQSTEPS"
                when "RMQSVCHRS"
                when "RMQSVCRG"
                when "RMQSYNMIX"
                when "RMQVELOC"
                when "RMQWHSE"
                    set wk-table-known to true
            end-evaluate.

       *> the count of discrepancies the set has as it stands is the
       *> bar every change to this table is held to
        open-the-table.
            perform check-the-catalog

            if not wk-table-known
                move "NOT A PARMLIB TABLE MAINTAINED HERE"
                        to scr-message
            else
                move scr-table to wk-sec-function
                call "RMQ0SIGN" using "AUTHORIZ", "PARMMNT ", wk-user,
                        wk-sec-function, wk-sec-ok
                end-call
                if not wk-sec-allowed
                    move "YOUR ROLE MAY NOT MAINTAIN " to scr-message
                    move scr-table to scr-message(28:10)
                else
                    perform read-the-table
                end-if
            end-if.

        read-the-table.
            move 0 to wk-version
            call "RMQ0PVER" using "LIVE    ", scr-table, wk-user,
                    wk-pver-action, wk-changed-row, scr-reason,
                    wk-version, cd-ptab-image, wk-pver-ok,
                    wk-pver-message
            end-call

            if not wk-pver-done
                move wk-pver-message to scr-message
            else
                move cd-ptab-image to tb-ptab-image
                move scr-table to wk-table-name
                move scr-table to wk-live-file-name
                call "RMQ0PCHK" using "CHECK   ", wk-table-name,
                        wk-live-file-name, wk-base-count,
                        wk-parmchk-report
                end-call
                move 0 to scr-version
                move 1 to wk-cur-row
                perform show-the-row

                move wk-base-count to wk-base-edit
                move spaces to scr-message
                string "TABLE OPENED -- " delimited by size
                       wk-base-edit delimited by size
                       " DISCREPANCY(IES) IN THE SET NOW"
                           delimited by size
                       into scr-message
                end-string
                if wk-base-count > 0
                    perform show-the-problem
                end-if
            end-if.

       *> an empty table shows row 0 with nothing on it
        show-the-row.
            if wk-cur-row > tb-ptab-row-count
                move tb-ptab-row-count to wk-cur-row
            end-if
            if wk-cur-row < 1 and tb-ptab-row-count > 0
                move 1 to wk-cur-row
            end-if

            move wk-cur-row to scr-row-no
            move tb-ptab-row-count to scr-row-count

            if wk-cur-row > 0
                move tb-ptab-row(wk-cur-row) to scr-row-text
            else
                move spaces to scr-row-text
            end-if.

        show-the-problem.
            move spaces to scr-problem
            string wk-pchk-table delimited by space
                   " " delimited by size
                   wk-pchk-key delimited by "  "
                   " -- " delimited by size
                   wk-pchk-problem delimited by size
                   into scr-problem
            end-string.

        next-row.
            if wk-cur-row < tb-ptab-row-count
                add 1 to wk-cur-row
                perform show-the-row
            else
                perform show-the-row
                move "LAST ROW OF THE TABLE" to scr-message
            end-if.

        previous-row.
            if wk-cur-row > 1
                subtract 1 from wk-cur-row
                perform show-the-row
            else
                perform show-the-row
                move "FIRST ROW OF THE TABLE" to scr-message
            end-if.

        inquire-row.
            if scr-row-no < 1 or scr-row-no > tb-ptab-row-count
                move "NO SUCH ROW" to scr-message
            else
                move scr-row-no to wk-cur-row
                perform show-the-row
                move "ROW DISPLAYED" to scr-message
            end-if.

       *> the row keyed goes in after row scr-row-no -- row 0 puts
       *> it first
        add-row.
            evaluate true
                when scr-row-no > tb-ptab-row-count
                    move "NO SUCH ROW TO ADD AFTER" to scr-message
                when tb-ptab-row-count >= 500
                    move "TABLE IS FULL AT 500 ROWS" to scr-message
                when scr-row-text = spaces
                    move "KEY THE ROW TO ADD" to scr-message
                when scr-reason = spaces
                    move "A REASON IS REQUIRED FOR EVERY CHANGE"
                            to scr-message
                when other
                    move tb-ptab-image to cd-ptab-image
                    compute wk-changed-row = scr-row-no + 1
                    perform open-one-gap
                        varying wk-row from tb-ptab-row-count by -1
                        until wk-row < wk-changed-row
                    move scr-row-text to cd-ptab-row(wk-changed-row)
                    add 1 to cd-ptab-row-count
                    move "ADD" to wk-pver-action
                    perform check-and-save
            end-evaluate.

        open-one-gap.
            move cd-ptab-row(wk-row) to cd-ptab-row(wk-row + 1).

        update-row.
            evaluate true
                when scr-row-no < 1 or scr-row-no > tb-ptab-row-count
                    move "NO SUCH ROW" to scr-message
                when scr-row-text = spaces
                    move "USE D TO DELETE A ROW" to scr-message
                when scr-row-text = tb-ptab-row(scr-row-no)
                    move "ROW IS UNCHANGED" to scr-message
                when scr-reason = spaces
                    move "A REASON IS REQUIRED FOR EVERY CHANGE"
                            to scr-message
                when other
                    move tb-ptab-image to cd-ptab-image
                    move scr-row-no to wk-changed-row
                    move scr-row-text to cd-ptab-row(wk-changed-row)
                    move "UPDATE" to wk-pver-action
                    perform check-and-save
            end-evaluate.

       *> the row must be on the screen as it stands on the table, so
       *> nothing is deleted unseen
        delete-row.
            evaluate true
                when scr-row-no < 1 or scr-row-no > tb-ptab-row-count
                    move "NO SUCH ROW" to scr-message
                when scr-row-text not = tb-ptab-row(scr-row-no)
                    move "SHOW THE ROW (I) BEFORE DELETING IT"
                            to scr-message
                when scr-reason = spaces
                    move "A REASON IS REQUIRED FOR EVERY CHANGE"
                            to scr-message
                when other
                    move tb-ptab-image to cd-ptab-image
                    move scr-row-no to wk-changed-row
                    perform close-one-gap
                        varying wk-row from wk-changed-row by 1
                        until wk-row >= tb-ptab-row-count
                    move spaces to cd-ptab-row(tb-ptab-row-count)
                    subtract 1 from cd-ptab-row-count
                    move "DELETE" to wk-pver-action
                    perform check-and-save
            end-evaluate.

        close-one-gap.
            move cd-ptab-row(wk-row + 1) to cd-ptab-row(wk-row).

       *> the changed table is staged and checked with the rest of
       *> the live set before anything is saved
        check-and-save.
            call "RMQ0PVER" using "STAGE   ", wk-table-name, wk-user,
                    wk-pver-action, wk-changed-row, scr-reason,
                    wk-version, cd-ptab-image, wk-pver-ok,
                    wk-pver-message
            end-call

            if not wk-pver-done
                move wk-pver-message to scr-message
            else
                call "RMQ0PCHK" using "CHECK   ", wk-table-name,
                        wk-edit-file-name, wk-problem-count,
                        wk-parmchk-report
                end-call

                if wk-problem-count > wk-base-count
                    move wk-problem-count to wk-count-edit
                    move wk-base-count to wk-base-edit
                    move spaces to scr-message
                    string "CHANGE REFUSED -- " delimited by size
                           wk-count-edit delimited by size
                           " DISCREPANCY(IES), WAS " delimited by size
                           wk-base-edit delimited by size
                           into scr-message
                    end-string
                    perform show-the-problem
                else
                    perform save-the-change
                end-if
            end-if.

        save-the-change.
            call "RMQ0PVER" using "SAVE    ", wk-table-name, wk-user,
                    wk-pver-action, wk-changed-row, scr-reason,
                    wk-version, cd-ptab-image, wk-pver-ok,
                    wk-pver-message
            end-call

            if not wk-pver-done
                move wk-pver-message to scr-message
            else
                move cd-ptab-image to tb-ptab-image
                move wk-problem-count to wk-base-count
                move wk-version to scr-version
                move wk-changed-row to wk-cur-row
                perform show-the-row
                move spaces to scr-reason
                move spaces to scr-message
                string "ROW " delimited by size
                       wk-changed-row delimited by size
                       " " delimited by size
                       wk-pver-action delimited by space
                       " SAVED AS VERSION " delimited by size
                       wk-version delimited by size
                       into scr-message
                end-string
            end-if.

        end program parmmnt.
