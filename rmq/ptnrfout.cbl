        identification division.
        program-id.    ptnrfout.

       *> ptnrfout writes the day's outbound delivery file for every
       *> partner that takes its traffic as a file instead of off the
       *> broker (ptnr-delivery F on PTNRMST): PTNROUT.<partner>.D
       *> <yyyymmdd>, in the rmqfdlv.cpy layout -- a header, one
       *> detail per message we published to the partner's exchange
       *> and routing key since its last file, and a trailer with the
       *> count and byte total the partner proves the file against.
       *> The messages come off the RMQFDLVSPL spool RMQ0AUD keeps
       *> for exactly this, whole and unmasked; the same message
       *> spooled twice (a DEMO10 or DLXDRAIN put-back) goes out
       *> once.  A partner with nothing published still gets a file,
       *> header and a zero trailer, so silence is never mistaken
       *> for a lost file.
       *>
       *> What "since its last file" means is kept on the RMQFDLVHWM
       *> high-water mark (rmqfdhwm.cpy), the way GLJRNL keeps
       *> GLHWM: how many leading spool records each partner's files
       *> have covered.  A file takes the partner's entries after its
       *> mark up to the end of the spool as the run finds it, and
       *> the mark moves only once the file is closed -- so traffic
       *> spooled after tonight's run, evening publishes and DEMO13
       *> acks alike, goes out in the next file, and a run that fails
       *> part-way sends the same entries again.  A spool shorter
       *> than a mark has been replaced under us and ends the run
       *> rmq-rc-recon-break with no file written.  A spool entry
       *> longer than a detail can carry is left out, called out by
       *> partner, and ends the run rmq-rc-file-error.
       *>
       *> The file is dated with the business date (RMQ0BDT).
       *> RMQFDLVDATE (yyyy-mm-dd) writes a day again: a partner
       *> whose mark shows a file for that day gets the same span of
       *> the spool once more and its mark stays put; one with no
       *> file for that day gets its next file under that date.
       *> RMQFDLVPTNR names a single partner to write for instead of
       *> them all.

        environment division.
        input-output section.
        file-control.
            select ptnrmst-file assign to "PTNRMST"
                organization indexed
                access mode sequential
                record key pm-ptnr-id
                file status is ptnrmst-status.
            select rmqfdlvspl-file assign to "RMQFDLVSPL"
                organization line sequential
                file status is rmqfdlvspl-status.
            select rmqfdlvhwm-file assign to "RMQFDLVHWM"
                organization line sequential
                file status is rmqfdlvhwm-status.
            select ptnrout-file assign using wk-out-name
                organization line sequential
                file status is ptnrout-status.

        data division.
        file section.
        fd  ptnrmst-file.
            copy rmqptnr replacing ==:pfx:== by ==pm==.
        fd  rmqfdlvspl-file.
            copy rmqfspl replacing ==:pfx:== by ==fs==.
        fd  rmqfdlvhwm-file.
            copy rmqfdhwm replacing ==:pfx:== by ==fh==.
        fd  ptnrout-file.
            copy rmqfdlv replacing ==:pfx:== by ==fo==.

        working-storage section.

        01  ptnrmst-status         pic xx.
            88 ptnrmst-ok          value "00".
            88 ptnrmst-eof         value "10".
        01  rmqfdlvspl-status      pic xx.
            88 rmqfdlvspl-ok       value "00".
            88 rmqfdlvspl-eof      value "10".
        01  rmqfdlvhwm-status      pic xx.
            88 rmqfdlvhwm-ok       value "00", "05".
            88 rmqfdlvhwm-eof      value "10".
        01  ptnrout-status         pic xx.
            88 ptnrout-ok          value "00".

            copy rmqretc.

        01  wk-today               pic 9(8).
        01  wk-today-edit          redefines wk-today.
            05 wk-today-yyyy       pic 9(4).
            05 wk-today-mm         pic 9(2).
            05 wk-today-dd         pic 9(2).
        01  wk-now                 pic 9(8).
        01  wk-now-edit            redefines wk-now.
            05 wk-now-hh           pic 9(2).
            05 wk-now-mi           pic 9(2).
            05 wk-now-ss           pic 9(2).
            05 wk-now-th           pic 9(2).
        01  wk-created-date        pic x(10).
        01  wk-created-time        pic x(8).

        01  wk-fdlv-date           pic x(10).
        01  wk-date-override       pic x(10).
        01  wk-override-num        pic 9(8).
        01  wk-only-partner        pic x(8) value spaces.
        01  wk-out-name            pic x(40) value spaces.

       *> the partners a file is owed to this run, each with its
       *> high-water mark and, when RMQFDLVDATE names a day it was
       *> already sent, the span that day's file covered
        01  fptn-table.
            05 fptn-count          binary-long value 0.
            05 fptn-entry          occurs 20 times.
                10 fptn-partner-id     pic x(8).
                10 fptn-mark           binary-long.
                10 fptn-redo-flag      pic x(1).
                    88 fptn-redo       value "Y".
                10 fptn-redo-from      binary-long.
                10 fptn-redo-to        binary-long.
        01  wk-fptn-idx            binary-long.
        01  wk-mark-idx            binary-long.

       *> the spool as this run found it, and where the read is
        01  wk-spool-total         binary-long value 0.
        01  wk-spool-pos           binary-long.
        01  wk-from-pos            binary-long.
        01  wk-to-pos              binary-long.

       *> the msg-ids already written to the file being built
        01  sent-table.
            05 sent-count          binary-long value 0.
            05 sent-msg-id         pic x(36) occurs 5000 times.
        01  wk-sent-idx            binary-long.
        01  wk-sent-found-flag     pic x(1).
            88 wk-sent-found       value "Y".
        01  wk-this-msg-id         pic x(36).

        01  wk-file-count          binary-long.
        01  wk-file-bytes          pic 9(15).
        01  wk-spooled-count       binary-long value 0.
        01  wk-twice-count         binary-long value 0.
        01  wk-written-count       binary-long value 0.
        01  wk-files-count         binary-long value 0.
        01  wk-oversize-count      binary-long value 0.

       *> one run-history line per run, through RMQ0RUNH
        01  wk-runh-rc            binary-long value 0.
        01  wk-runh-in            binary-long value 0.
        01  wk-runh-out           binary-long value 0.

        procedure division.

        main-line.
            call "RMQ0RUNH" using "START   ", "PTNRFOUT", wk-runh-rc,
                        wk-runh-in, wk-runh-out
            end-call
            perform load-delivery-date
            perform load-file-partners
            perform load-the-marks
            perform count-the-spool
            perform write-partner-file
                varying wk-fptn-idx from 1 by 1
                until wk-fptn-idx > fptn-count
            perform report-summary
            perform end-the-run.

        load-delivery-date.
            call "RMQ0BDT" using "CURRENT ", wk-today
            end-call

            move spaces to wk-fdlv-date
            string wk-today-yyyy delimited by size
                   "-" delimited by size
                   wk-today-mm delimited by size
                   "-" delimited by size
                   wk-today-dd delimited by size
                   into wk-fdlv-date
            end-string

            display "RMQFDLVDATE" upon environment-name
            accept wk-date-override from environment-value
                on exception
                    move spaces to wk-date-override
            end-accept

            if wk-date-override not = spaces
                if wk-date-override(1:4) is not numeric
                   or wk-date-override(5:1) not = "-"
                   or wk-date-override(6:2) is not numeric
                   or wk-date-override(8:1) not = "-"
                   or wk-date-override(9:2) is not numeric
                    move rmq-rc-bad-parm to return-code
                    display "ptnrfout: RMQFDLVDATE must be yyyy-mm-dd, "
                            "not " wk-date-override
                    perform end-the-run
                end-if
                move wk-date-override(1:4) to wk-override-num(1:4)
                move wk-date-override(6:2) to wk-override-num(5:2)
                move wk-date-override(9:2) to wk-override-num(7:2)
                if function test-date-yyyymmdd(wk-override-num)
                        not = 0
                    move rmq-rc-bad-parm to return-code
                    display "ptnrfout: RMQFDLVDATE " wk-date-override
                            " is not a date"
                    perform end-the-run
                end-if
                move wk-date-override to wk-fdlv-date
            end-if

            display "RMQFDLVPTNR" upon environment-name
            accept wk-only-partner from environment-value
                on exception
                    move spaces to wk-only-partner
            end-accept

            display "ptnrfout: writing delivery files for "
                    wk-fdlv-date.

        load-file-partners.
            open input ptnrmst-file

            if not ptnrmst-ok
                move rmq-rc-file-error to return-code
                display "ptnrfout: unable to open PTNRMST, status "
                        ptnrmst-status
                perform end-the-run
            end-if

            perform read-next-partner
                with test after
                until ptnrmst-eof

            close ptnrmst-file

            if wk-only-partner not = spaces and fptn-count = 0
                move rmq-rc-bad-parm to return-code
                display "ptnrfout: " wk-only-partner
                        " is not an active file-delivery partner"
                perform end-the-run
            end-if.

        read-next-partner.
            read ptnrmst-file next
                at end
                    set ptnrmst-eof to true
                not at end
                    if pm-ptnr-active and pm-ptnr-by-file
                       and (wk-only-partner = spaces
                            or wk-only-partner = pm-ptnr-id)
                        if fptn-count > 19
                            move rmq-rc-bad-parm to return-code
                            display "ptnrfout: more than 20 "
                                    "file-delivery partners"
                            perform end-the-run
                        end-if
                        add 1 to fptn-count
                        move pm-ptnr-id
                                to fptn-partner-id(fptn-count)
                        move 0 to fptn-mark(fptn-count)
                        move "N" to fptn-redo-flag(fptn-count)
                        move 0 to fptn-redo-from(fptn-count)
                        move 0 to fptn-redo-to(fptn-count)
                    end-if
            end-read.

       *> the mark is a log, one line per file, so a partner's mark is
       *> its last line's to-count; no log means nothing sent yet
        load-the-marks.
            open input rmqfdlvhwm-file
            if rmqfdlvhwm-ok
                perform take-next-mark
                    with test after
                    until rmqfdlvhwm-eof
                close rmqfdlvhwm-file
            end-if.

        take-next-mark.
            read rmqfdlvhwm-file
                at end
                    set rmqfdlvhwm-eof to true
                not at end
                    perform take-one-mark
                        varying wk-mark-idx from 1 by 1
                        until wk-mark-idx > fptn-count
            end-read.

        take-one-mark.
            if fptn-partner-id(wk-mark-idx) = fh-fdhwm-partner-id
                move fh-fdhwm-to-count to fptn-mark(wk-mark-idx)
                if wk-date-override not = spaces
                   and fh-fdhwm-file-date = wk-fdlv-date
                    set fptn-redo(wk-mark-idx) to true
                    move fh-fdhwm-from-count
                            to fptn-redo-from(wk-mark-idx)
                    move fh-fdhwm-to-count
                            to fptn-redo-to(wk-mark-idx)
                end-if
            end-if.

       *> the spool's length is fixed before any file is written, so
       *> entries RMQ0AUD appends while the run is under way are left
       *> for the next file rather than half-taken by this one
        count-the-spool.
            move 0 to wk-spool-total
            open input rmqfdlvspl-file
            if rmqfdlvspl-ok
                perform count-next-spool-entry
                    with test after
                    until rmqfdlvspl-eof
                close rmqfdlvspl-file
            end-if

            perform check-one-mark
                varying wk-mark-idx from 1 by 1
                until wk-mark-idx > fptn-count.

        count-next-spool-entry.
            read rmqfdlvspl-file
                at end
                    set rmqfdlvspl-eof to true
                not at end
                    add 1 to wk-spool-total
            end-read.

        check-one-mark.
            if fptn-mark(wk-mark-idx) > wk-spool-total
                move rmq-rc-recon-break to return-code
                display "ptnrfout: RMQFDLVSPL holds " wk-spool-total
                        " record(s) but " fptn-partner-id(wk-mark-idx)
                        " has been sent " fptn-mark(wk-mark-idx)
                        " -- spool replaced, no files written"
                perform end-the-run
            end-if.

        write-partner-file.
            if fptn-redo(wk-fptn-idx)
                move fptn-redo-from(wk-fptn-idx) to wk-from-pos
                move fptn-redo-to(wk-fptn-idx)   to wk-to-pos
            else
                move fptn-mark(wk-fptn-idx) to wk-from-pos
                move wk-spool-total         to wk-to-pos
            end-if

            move spaces to wk-out-name
            string "PTNROUT." delimited by size
                   fptn-partner-id(wk-fptn-idx) delimited by space
                   ".D" delimited by size
                   wk-fdlv-date(1:4) delimited by size
                   wk-fdlv-date(6:2) delimited by size
                   wk-fdlv-date(9:2) delimited by size
                   into wk-out-name
            end-string

            open output ptnrout-file
            if not ptnrout-ok
                move rmq-rc-file-error to return-code
                display "ptnrfout: unable to open " wk-out-name
                        ", status " ptnrout-status
                perform end-the-run
            end-if

            accept wk-today from date yyyymmdd
            accept wk-now from time
            move spaces to wk-created-date
            string wk-today-yyyy delimited by size
                   "-" delimited by size
                   wk-today-mm delimited by size
                   "-" delimited by size
                   wk-today-dd delimited by size
                   into wk-created-date
            end-string
            move spaces to wk-created-time
            string wk-now-hh delimited by size
                   ":" delimited by size
                   wk-now-mi delimited by size
                   ":" delimited by size
                   wk-now-ss delimited by size
                   into wk-created-time
            end-string

            move spaces to fo-fdlv-header
            move "H" to fo-fdlh-rec-type
            move fptn-partner-id(wk-fptn-idx) to fo-fdlh-partner-id
            move "OUT" to fo-fdlh-direction
            move wk-fdlv-date    to fo-fdlh-file-date
            move wk-created-date to fo-fdlh-created-date
            move wk-created-time to fo-fdlh-created-time
            write fo-fdlv-header

            move 0 to wk-file-count
            move 0 to wk-file-bytes
            move 0 to sent-count
            move 0 to wk-spool-pos

            if wk-to-pos > wk-from-pos
                open input rmqfdlvspl-file
                if rmqfdlvspl-ok
                    perform read-next-spool-entry
                        with test after
                        until rmqfdlvspl-eof
                           or wk-spool-pos >= wk-to-pos
                    close rmqfdlvspl-file
                end-if
            end-if

            move spaces to fo-fdlv-trailer
            move "T" to fo-fdlt-rec-type
            move wk-file-count to fo-fdlt-count
            move wk-file-bytes to fo-fdlt-bytes
            write fo-fdlv-trailer

            close ptnrout-file
            add 1 to wk-files-count

            if fptn-redo(wk-fptn-idx)
                display "ptnrfout: " function trim(wk-out-name)
                        " written again, mark left at "
                        fptn-mark(wk-fptn-idx)
            else
                perform advance-the-mark
            end-if

            display "ptnrfout: " function trim(wk-out-name)
                    " messages=" wk-file-count
                    " bytes=" wk-file-bytes.

       *> only once the file is closed does the partner's mark move
        advance-the-mark.
            move spaces to fh-fdhwm-record
            move fptn-partner-id(wk-fptn-idx) to fh-fdhwm-partner-id
            move wk-fdlv-date    to fh-fdhwm-file-date
            move wk-from-pos     to fh-fdhwm-from-count
            move wk-to-pos       to fh-fdhwm-to-count
            move wk-created-date to fh-fdhwm-run-date
            move wk-created-time to fh-fdhwm-run-time

            open extend rmqfdlvhwm-file
            if not rmqfdlvhwm-ok
                open output rmqfdlvhwm-file
            end-if

            if not rmqfdlvhwm-ok
                move rmq-rc-file-error to return-code
                display "ptnrfout: unable to open RMQFDLVHWM, status "
                        rmqfdlvhwm-status " -- mark for "
                        fptn-partner-id(wk-fptn-idx) " not moved"
            else
                write fh-fdhwm-record
                close rmqfdlvhwm-file
                move wk-to-pos to fptn-mark(wk-fptn-idx)
            end-if.

        read-next-spool-entry.
            read rmqfdlvspl-file
                at end
                    set rmqfdlvspl-eof to true
                not at end
                    add 1 to wk-spool-pos
                    if wk-spool-pos > wk-from-pos
                       and fs-fspl-partner-id
                           = fptn-partner-id(wk-fptn-idx)
                        add 1 to wk-spooled-count
                        perform write-one-detail
                    end-if
            end-read.

       *> the envelope msg-id is what the partner dedupes on, so it
       *> is what we dedupe on before they ever see the file.  An
       *> entry longer than a detail's message can hold would go out
       *> blank or cut short and still prove, so it is refused and
       *> called out for the partner to be sent by hand
        write-one-detail.
            if fs-fspl-msg-len > 334
                add 1 to wk-oversize-count
                move rmq-rc-file-error to return-code
                display "ptnrfout: entry for "
                        fptn-partner-id(wk-fptn-idx) " on "
                        function trim(fs-fspl-routing-key)
                        " is " fs-fspl-msg-len " bytes, too large "
                        "for a delivery file -- not sent"
            else
                move fs-fspl-message(1:36) to wk-this-msg-id
                move "N" to wk-sent-found-flag
                perform find-sent-msg-id
                    varying wk-sent-idx from 1 by 1
                    until wk-sent-idx > sent-count
                       or wk-sent-found

                if wk-sent-found
                    add 1 to wk-twice-count
                else
                    if sent-count < 5000
                        add 1 to sent-count
                        move wk-this-msg-id to sent-msg-id(sent-count)
                    end-if

                    add 1 to wk-file-count
                    add fs-fspl-msg-len to wk-file-bytes
                    add 1 to wk-written-count

                    move spaces to fo-fdlv-detail
                    move "D" to fo-fdld-rec-type
                    move wk-file-count       to fo-fdld-seq
                    move fs-fspl-date        to fo-fdld-date
                    move fs-fspl-time        to fo-fdld-time
                    move fs-fspl-routing-key to fo-fdld-routing-key
                    move fs-fspl-msg-len     to fo-fdld-msg-len
                    move fs-fspl-message     to fo-fdld-message
                    write fo-fdlv-detail
                end-if
            end-if.

        find-sent-msg-id.
            if sent-msg-id(wk-sent-idx) = wk-this-msg-id
                set wk-sent-found to true
            end-if.

        report-summary.
            display "ptnrfout: files=" wk-files-count
                    " messages written=" wk-written-count
                    " spooled twice and sent once=" wk-twice-count
                    " too large and not sent=" wk-oversize-count.

        end-the-run.
            move return-code to wk-runh-rc
            move wk-spooled-count to wk-runh-in
            move wk-written-count to wk-runh-out
            call "RMQ0RUNH" using "END     ", "PTNRFOUT", wk-runh-rc,
                        wk-runh-in, wk-runh-out
            end-call
            move wk-runh-rc to return-code
            stop run.

        end program ptnrfout.
