        identification division.
        program-id.    ordpurge.

       *> ordpurge keeps the working RMQORDERS order file down to the
       *> orders still alive.  ORDFULFL, CANCLORD and SHIPCONF each
       *> rewrite that file whole, and every order ever taken was
       *> still on it.  An order is closed once every one of its
       *> lines is completed (billed) or cancelled; a closed order
       *> older than the retention age (RMQORDRETN days, default 90,
       *> counted from the order date) is moved to the ORDHIST order
       *> history (rmqordh.cpy), keyed by order and line with an
       *> alternate key on the account, where the ORDSTAT inquiry
       *> service still finds it.  An order keeps all its lines
       *> together: one line still open, or one dated inside the
       *> retention age or not dated at all, keeps the whole order
       *> on the working file.
       *>
       *> Pass 1 notes every order that has to stay; pass 2 files
       *> the rest into the history and rewrites the working file
       *> alongside as RMQORDPRG, swapped in over RMQORDERS the way
       *> CANCLORD swaps its own.  A line already on the history (a
       *> run cut short after filing it) is not filed twice but still
       *> leaves the working file.
       *>
       *> The services RMQSVCHRS lists for ORDPURGE under BATCH rules
       *> are closed through RMQ0SVCC while the order file is being
       *> worked and swapped, and reopened once it is back in place,
       *> so nothing the order desk appends in between is lost
       *> under the swap.

        environment division.
        input-output section.
        file-control.
            select rmqorders-file assign to "RMQORDERS"
                organization line sequential
                file status is rmqorders-status.
            select rmqordprg-file assign to "RMQORDPRG"
                organization line sequential
                file status is rmqordprg-status.
            select ordhist-file assign to "ORDHIST"
                organization indexed
                access mode random
                record key oh-ordh-key
                alternate record key oh-ordh-acct-number
                    with duplicates
                file status is ordhist-status.

        data division.
        file section.
        fd  rmqorders-file.
            copy rmqordr replacing ==:pfx:== by ==fo==.
        fd  rmqordprg-file.
            copy rmqordr replacing ==:pfx:== by ==fw==.
        fd  ordhist-file.
            copy rmqordh replacing ==:pfx:== by ==oh==.

        working-storage section.

        01  rmqorders-status       pic xx.
            88 rmqorders-ok        value "00".
            88 rmqorders-eof       value "10".

        01  rmqordprg-status       pic xx.
            88 rmqordprg-ok        value "00".

        01  ordhist-status         pic xx.
            88 ordhist-ok          value "00".
            88 ordhist-dupkey      value "22".

            copy rmqretc.

        01  wk-today               pic 9(8).
        01  wk-today-edit          redefines wk-today.
            05 wk-today-yyyy       pic 9(4).
            05 wk-today-mm         pic 9(2).
            05 wk-today-dd         pic 9(2).
        01  wk-today-num           binary-long.
        01  wk-run-date            pic x(10).

        01  wk-retn-days           pic 9(3) value 90.
        01  wk-retn-text           pic x(3).

        01  wk-ord-date            pic 9(8).
        01  wk-ord-date-num        binary-long.
        01  wk-ord-age             binary-long.

       *> orders that must stay on the working file
        01  keep-table.
            05 keep-count          binary-long value 0.
            05 keep-order-id       pic x(12) occurs 5000 times.
        01  wk-keep-idx            binary-long.
        01  wk-keep-flag           pic x(1).
            88 wk-order-kept       value "Y".
        01  wk-line-flag           pic x(1).
            88 wk-line-purgeable   value "Y".

        01  wk-read-count          binary-long value 0.
        01  wk-kept-count          binary-long value 0.
        01  wk-purged-count        binary-long value 0.
        01  wk-already-count       binary-long value 0.

       *> one run-history line per run, through RMQ0RUNH
        01  wk-runh-rc            binary-long value 0.
        01  wk-runh-in            binary-long value 0.
        01  wk-runh-out           binary-long value 0.

        procedure division.

        main-line.
            call "RMQ0RUNH" using "START   ", "ORDPURGE", wk-runh-rc,
                        wk-runh-in, wk-runh-out
            end-call
            perform get-the-cutoff
            call "RMQ0SVCC" using "CLOSE   ", "ORDPURGE"
            end-call
            perform find-the-live-orders
            perform purge-the-closed-orders
            perform reopen-the-services
            perform report-summary
            perform end-the-run.

        get-the-cutoff.
            call "RMQ0BDT" using "CURRENT ", wk-today
            end-call
            compute wk-today-num = function integer-of-date(wk-today)
            move spaces to wk-run-date
            string wk-today-yyyy delimited by size
                   "-" delimited by size
                   wk-today-mm delimited by size
                   "-" delimited by size
                   wk-today-dd delimited by size
                   into wk-run-date
            end-string

            display "RMQORDRETN" upon environment-name
            accept wk-retn-text from environment-value
                on exception
                    move spaces to wk-retn-text
            end-accept

            if wk-retn-text not = spaces
                compute wk-retn-days = function numval(wk-retn-text)
            end-if

            display "ordpurge: purging orders closed and older than "
                    wk-retn-days " day(s)".

       *> pass 1
        find-the-live-orders.
            open input rmqorders-file

            if not rmqorders-ok
                display "ordpurge: no order file -- nothing to purge"
                perform reopen-the-services
                perform end-the-run
            end-if

            perform note-next-order-line
                with test after
                until rmqorders-eof

            close rmqorders-file.

        note-next-order-line.
            read rmqorders-file
                at end
                    set rmqorders-eof to true
                not at end
                    add 1 to wk-read-count
                    perform judge-the-line
                    if not wk-line-purgeable
                        perform keep-the-order
                    end-if
            end-read.

        judge-the-line.
            move "N" to wk-line-flag
            if (fo-ord-completed or fo-ord-cancelled)
               and fo-ord-date(1:4) is numeric
               and fo-ord-date(6:2) is numeric
               and fo-ord-date(9:2) is numeric
                move fo-ord-date(1:4) to wk-ord-date(1:4)
                move fo-ord-date(6:2) to wk-ord-date(5:2)
                move fo-ord-date(9:2) to wk-ord-date(7:2)
                compute wk-ord-date-num =
                    function integer-of-date(wk-ord-date)
                compute wk-ord-age = wk-today-num - wk-ord-date-num

                if wk-ord-date-num > 0
                   and wk-ord-age >= wk-retn-days
                    set wk-line-purgeable to true
                end-if
            end-if.

       *> the table overflowing means nothing can be trusted to go:
       *> the run stops before it has filed or rewritten anything
        keep-the-order.
            perform find-kept-order
            if not wk-order-kept
                if keep-count >= 5000
                    move rmq-rc-file-error to return-code
                    display "ordpurge: more than 5000 live orders -- "
                            "nothing purged"
                    perform end-the-run
                end-if
                add 1 to keep-count
                move fo-ord-order-id to keep-order-id(keep-count)
            end-if.

       *> lines of one order sit together, so the newest entry is
       *> tried before the table is searched
        find-kept-order.
            move "N" to wk-keep-flag
            if keep-count > 0
                if keep-order-id(keep-count) = fo-ord-order-id
                    set wk-order-kept to true
                else
                    perform check-one-kept-order
                        varying wk-keep-idx from 1 by 1
                        until wk-keep-idx > keep-count
                           or wk-order-kept
                end-if
            end-if.

        check-one-kept-order.
            if keep-order-id(wk-keep-idx) = fo-ord-order-id
                set wk-order-kept to true
            end-if.

       *> pass 2 -- every open is proved before anything moves, so a
       *> stale RMQORDPRG can never be swapped over the live file
        purge-the-closed-orders.
            open i-o ordhist-file
            if not ordhist-ok
                open output ordhist-file
                if ordhist-ok
                    close ordhist-file
                    open i-o ordhist-file
                end-if
            end-if

            if not ordhist-ok
                move rmq-rc-file-error to return-code
                display "ordpurge: unable to open order history, "
                        "status " ordhist-status
                perform end-the-run
            end-if

            open input rmqorders-file
            open output rmqordprg-file

            if not rmqorders-ok or not rmqordprg-ok
                move rmq-rc-file-error to return-code
                display "ordpurge: unable to reopen order file or "
                        "open work file"
                close ordhist-file
                perform end-the-run
            end-if

            perform purge-next-order-line
                with test after
                until rmqorders-eof

            close rmqorders-file
            close rmqordprg-file
            close ordhist-file

            call "SYSTEM" using "mv RMQORDPRG RMQORDERS"
            end-call.

        purge-next-order-line.
            read rmqorders-file
                at end
                    set rmqorders-eof to true
                not at end
                    perform find-kept-order
                    if wk-order-kept
                        move fo-order-record to fw-order-record
                        write fw-order-record
                        add 1 to wk-kept-count
                    else
                        perform file-the-line
                    end-if
            end-read.

        file-the-line.
            move spaces to oh-ordh-record
            move fo-ord-order-id    to oh-ordh-order-id
            move fo-ord-line-no     to oh-ordh-line-no
            move fo-ord-acct-number to oh-ordh-acct-number
            move wk-run-date        to oh-ordh-purged-date
            move fo-order-record    to oh-ordh-order-image

            write oh-ordh-record
                invalid key
                    if ordhist-dupkey
                        add 1 to wk-already-count
                    else
       *> a line the history won't take stays where it was
                        move rmq-rc-file-error to return-code
                        display "ordpurge: order " fo-ord-order-id
                                " line " fo-ord-line-no
                                " not filed, status " ordhist-status
                        move fo-order-record to fw-order-record
                        write fw-order-record
                        add 1 to wk-kept-count
                    end-if
                not invalid key
                    add 1 to wk-purged-count
            end-write.

        report-summary.
            display "ordpurge: lines read=" wk-read-count
                    " kept=" wk-kept-count
                    " purged=" wk-purged-count
                    " already filed=" wk-already-count
                    " live orders=" keep-count.

       *> the file is whole again once it is swapped in, so the
       *> services go back up, keeping the run's return code
        reopen-the-services.
            move return-code to wk-runh-rc
            call "RMQ0SVCC" using "OPEN    ", "ORDPURGE"
            end-call
            move wk-runh-rc to return-code.

        end-the-run.
            move return-code to wk-runh-rc
            compute wk-runh-out = wk-purged-count + wk-already-count
            call "RMQ0RUNH" using "END     ", "ORDPURGE", wk-runh-rc,
                        wk-read-count, wk-runh-out
            end-call
            move wk-runh-rc to return-code
            stop run.

        end program ordpurge.
