        identification division.
        program-id.    holdlaps.

       *> holdlaps is the nightly sweep over the ACCTHOLD account
       *> holds file (rmqachld.cpy): every hold still active whose
       *> expiry date has passed is marked lapsed, stamped with the
       *> sweep as the party that ended it and the date it did.  An
       *> expired hold already stops counting against the available
       *> balance the day after its expiry -- ACCT0AVL looks at the
       *> date, not just the status -- so the sweep is housekeeping:
       *> the file says what is really held, and a hold left active
       *> past its date can't be mistaken for a live one on the
       *> ACCTMNT screen.  A hold with no expiry is never touched.

        environment division.
        input-output section.
        file-control.
            select accthold-file assign to "ACCTHOLD"
                organization indexed
                access mode sequential
                record key ah-hold-key
                file status is accthold-status.

        data division.
        file section.
        fd  accthold-file.
            copy rmqachld replacing ==:pfx:== by ==ah==.

        working-storage section.

        01  accthold-status       pic xx.
            88 accthold-ok        value "00".
            88 accthold-eof       value "10".

            copy rmqretc.

        01  wk-today              pic 9(8).
        01  wk-today-edit         redefines wk-today.
            05 wk-today-yyyy      pic 9(4).
            05 wk-today-mm        pic 9(2).
            05 wk-today-dd        pic 9(2).
        01  wk-run-date           pic x(10).

        01  wk-read-count         binary-long value 0.
        01  wk-active-count       binary-long value 0.
        01  wk-lapsed-count       binary-long value 0.

       *> one run-history line per run, through RMQ0RUNH
        01  wk-runh-rc            binary-long value 0.
        01  wk-runh-in            binary-long value 0.
        01  wk-runh-out           binary-long value 0.

        procedure division.

        main-line.
            call "RMQ0RUNH" using "START   ", "HOLDLAPS", wk-runh-rc,
                        wk-runh-in, wk-runh-out
            end-call
            perform get-the-run-date
            perform sweep-the-holds
            perform report-summary
            perform end-the-run.

        get-the-run-date.
            call "RMQ0BDT" using "CURRENT ", wk-today
            end-call
            move spaces to wk-run-date
            string wk-today-yyyy delimited by size
                   "-" delimited by size
                   wk-today-mm delimited by size
                   "-" delimited by size
                   wk-today-dd delimited by size
                   into wk-run-date
            end-string.

       *> no holds file means no hold was ever placed
        sweep-the-holds.
            open i-o accthold-file

            if not accthold-ok
                display "holdlaps: no holds file -- nothing to sweep"
                perform end-the-run
            end-if

            perform sweep-next-hold
                with test after
                until accthold-eof

            close accthold-file.

        sweep-next-hold.
            read accthold-file next record
                at end
                    set accthold-eof to true
                not at end
                    add 1 to wk-read-count
                    if ah-hold-active
                        if ah-hold-expiry-date not = spaces
                           and ah-hold-expiry-date < wk-run-date
                            perform lapse-the-hold
                        else
                            add 1 to wk-active-count
                        end-if
                    end-if
            end-read.

        lapse-the-hold.
            set ah-hold-lapsed to true
            move "HOLDLAPS"  to ah-hold-ended-by
            move wk-run-date to ah-hold-ended-date
            rewrite ah-hold-record
                invalid key
                    move rmq-rc-file-error to return-code
                    display "holdlaps: hold " ah-hold-acct-number
                            " " ah-hold-id
                            " not lapsed, status " accthold-status
                not invalid key
                    add 1 to wk-lapsed-count
            end-rewrite.

        report-summary.
            display "holdlaps: holds read=" wk-read-count
                    " lapsed=" wk-lapsed-count
                    " still active=" wk-active-count.

        end-the-run.
            move return-code to wk-runh-rc
            call "RMQ0RUNH" using "END     ", "HOLDLAPS", wk-runh-rc,
                        wk-read-count, wk-lapsed-count
            end-call
            move wk-runh-rc to return-code
            stop run.

        end program holdlaps.
