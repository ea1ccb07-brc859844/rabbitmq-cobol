        identification division.
        program-id.    bkorel.

       *> bkorel is the backorder release pass, run after each
       *> ITEMLOAD refresh has put new stock on ITEMMST.  It walks
       *> the RMQBACKORD backorder file oldest first (PLACEORD files
       *> them in arrival order) and puts every open backorder back
       *> through the PLACEORD handler itself -- CALLed with the
       *> plordm request exactly as the partner sent it, the way
       *> PAYAPPLY calls POSTTXN -- so a released backorder meets the
       *> same stock, credit and all-or-nothing rules, draws the same
       *> stock and lands on RMQORDERS as a normal order.  A filled
       *> backorder is marked F with its order id and the partner is
       *> sent a BACKORDER-FILLED notification (rmqbkntf.cpy) on the
       *> audited rails, confirmed the way ORDFULFL confirms its
       *> SHIP-REQUEST; one whose notification fails stays
       *> un-notified and is sent again next run.  A backorder still
       *> open more than RMQBKODAYS days (default 30) after it was
       *> filed is expired instead of retried.  Fills and expiries
       *> go on the RMQBKORPT release report.  The notification
       *> destination comes from RMQBKOEXCH / RMQBKOKEY (defaults
       *> cobol-exchange / backorder-key).  The updated backorder
       *> file is written alongside and swapped in the way ORDFULFL
       *> swaps the order file.
       *>
       *> The services RMQSVCHRS lists for BKOREL under BATCH rules
       *> are closed through RMQ0SVCC while the backorder file is being
       *> worked and swapped, and reopened once it is back in place,
       *> so nothing PLACEORD appends in between is lost under the swap.

        environment division.
        input-output section.
        file-control.
            select rmqbackord-file assign to "RMQBACKORD"
                organization line sequential
                file status is rmqbackord-status.
            select rmqbkonew-file assign to "RMQBKONEW"
                organization line sequential
                file status is rmqbkonew-status.
            select rmqbkorpt-file assign to "RMQBKORPT"
                organization line sequential
                file status is rmqbkorpt-status.

        data division.
        file section.
        fd  rmqbackord-file.
            copy rmqbkord replacing ==:pfx:== by ==fb==.
        fd  rmqbkonew-file.
            copy rmqbkord replacing ==:pfx:== by ==fn==.
        fd  rmqbkorpt-file.
            copy rmqbkorp replacing ==:pfx:== by ==fr==.

        working-storage section.

        01  rmqbackord-status      pic xx.
            88 rmqbackord-ok       value "00".
            88 rmqbackord-eof      value "10".

        01  rmqbkonew-status       pic xx.
            88 rmqbkonew-ok        value "00".

        01  rmqbkorpt-status       pic xx.
            88 rmqbkorpt-ok        value "00", "05".

        01  rv                     binary-long.
            copy rmqretc.
            copy rmqnull.

        01  broker-env             pic x(4) value "TEST".
        01  conn-rc                binary-long.

        01  dest-exchange          pic x(50) value "cobol-exchange".
        01  dest-exchange-len      binary-long.
        01  dest-routing-key       pic x(50) value "backorder-key".
        01  dest-routing-key-len   binary-long.
        01  wk-name-override       pic x(50).

        01  error-text             pic x(100).
        01  conn                   usage pointer.

        01  confirm-timeout-ms     binary-long value 5000.
        01  confirm-nacked-flag    pic x(1) value "N".
            88 confirm-was-nacked  value "Y".

            copy rmqbkntf replacing ==:pfx:== by ==bn==.
            copy rmqenv replacing ==:pfx:== by ==ev==.
        01  wk-env-header-len      binary-long value 98.
        01  wk-bkn-body-len        binary-long value 65.
        01  wk-msg-len             binary-long.
        01  wk-pub-buffer          pic x(334).
        01  wk-msg-signature       pic x(32).
        01  wk-sign-outcome        pic x(8).
        01  wk-delivery-mode       binary-char value 2.
        01  wk-publish-good-flag   pic x(1).
            88 wk-publish-good     value "Y".

       *> the PLACEORD call plumbing, exactly the dispatcher's shape
            copy rmqplord replacing ==:pfx:== by ==po==.
            copy rmqctxt replacing ==:pfx:== by ==cx==.
        01  wk-ctxt                usage pointer.
        01  wk-idata-ptr           usage pointer.
        01  wk-ilen                binary-long.
        01  wk-odata               usage pointer.
        01  wk-olen                binary-long.
        01  reply-view             pic x(33) based.
        01  wk-line-count          binary-long.

       *> the expiry limit, in days since the backorder was filed
        01  wk-expire-days         pic 9(3) value 30.
        01  wk-expire-text         pic x(3).
        01  wk-bko-date            pic 9(8).
        01  wk-bko-date-num        binary-long.
        01  wk-today-num           binary-long.
        01  wk-bko-age             binary-long.

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
        01  wk-run-date            pic x(10).

        01  wk-read-count          binary-long value 0.
        01  wk-filled-count        binary-long value 0.
        01  wk-expired-count       binary-long value 0.
        01  wk-open-count          binary-long value 0.
        01  wk-notify-fail-count   binary-long value 0.

       *> one run-history line per run, through RMQ0RUNH
        01  wk-runh-rc            binary-long value 0.
        01  wk-runh-in            binary-long value 0.
        01  wk-runh-out           binary-long value 0.

        procedure division.

        main-line.
            call "RMQ0RUNH" using "START   ", "BKOREL  ", wk-runh-rc,
                        wk-runh-in, wk-runh-out
            end-call
            perform load-environment
            perform load-destination
            perform connect-to-broker
            perform enable-publisher-confirms
            perform work-the-backorder-file
            perform disconnect-and-exit.

        load-environment.
            display "RMQENV" upon environment-name
            accept broker-env from environment-value
                on exception
                    move "TEST" to broker-env
            end-accept

            display "RMQBKODAYS" upon environment-name
            accept wk-expire-text from environment-value
                on exception
                    move spaces to wk-expire-text
            end-accept
            if wk-expire-text not = spaces
                compute wk-expire-days =
                    function numval(wk-expire-text)
            end-if

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

            display "environment: " broker-env
            display "bkorel: backorders expire after "
                    wk-expire-days " day(s)".

        load-destination.
            display "RMQBKOEXCH" upon environment-name
            accept wk-name-override from environment-value
                on exception
                    move spaces to wk-name-override
            end-accept
            if wk-name-override not = spaces
                move wk-name-override to dest-exchange
            end-if

            display "RMQBKOKEY" upon environment-name
            accept wk-name-override from environment-value
                on exception
                    move spaces to wk-name-override
            end-accept
            if wk-name-override not = spaces
                move wk-name-override to dest-routing-key
            end-if

            move function length(function trim(dest-exchange))
                    to dest-exchange-len
            move function length(function trim(dest-routing-key))
                    to dest-routing-key-len.

        connect-to-broker.
            call "RMQ0CONN" using "OPEN    ", broker-env, conn, conn-rc
            end-call

            if conn-rc not = 0
                move conn-rc to return-code
                display "bkorel: unable to connect to broker for "
                        broker-env
                stop run
            end-if.

        enable-publisher-confirms.
            call "RMQ_CONFIRM_SELECT" using
                            by value conn
                            giving rv

            if rv = 0
                call "RMQ_STRERROR" using
                            by value conn
                            by reference error-text
                            by value 50
                end-call

                move rmq-rc-publish-fail to return-code

                call "RMQ0ERR" using
                            "BKOREL  ", "RMQ_CONFIRM_SELECT      ", rv,
                            rmq-no-name, rmq-no-name, error-text
                end-call

                display error-text
                stop run
            end-if.

        work-the-backorder-file.
            call "RMQ0SVCC" using "CLOSE   ", "BKOREL  "
            end-call
            open input rmqbackord-file

            if not rmqbackord-ok
                display "bkorel: no backorder file -- nothing to "
                        "release"
                perform reopen-the-services
                perform disconnect-and-exit
            end-if

            open output rmqbkonew-file
            open extend rmqbkorpt-file
            if not rmqbkorpt-ok
                open output rmqbkorpt-file
            end-if

            if not rmqbkonew-ok or not rmqbkorpt-ok
                move rmq-rc-file-error to return-code
                display "bkorel: unable to open work files"
                stop run
            end-if

            perform take-next-backorder
                with test after
                until rmqbackord-eof

            perform write-the-totals

            close rmqbackord-file
            close rmqbkonew-file
            close rmqbkorpt-file

            call "SYSTEM" using "mv RMQBKONEW RMQBACKORD"
            end-call
            perform reopen-the-services

       *> the handler calls in between reset the shared register, so
       *> a notification that never went out is re-asserted here
            if wk-notify-fail-count > 0
                move rmq-rc-publish-fail to return-code
            end-if

            display "bkorel: backorders read=" wk-read-count
                    " filled=" wk-filled-count
                    " expired=" wk-expired-count
                    " still open=" wk-open-count
                    " notify failures=" wk-notify-fail-count.

        take-next-backorder.
            read rmqbackord-file
                at end
                    set rmqbackord-eof to true
                not at end
                    add 1 to wk-read-count
                    move fb-backorder-record to fn-backorder-record
                    perform work-one-backorder
                    write fn-backorder-record
            end-read.

        work-one-backorder.
            evaluate true
                when fn-bko-open
                    perform age-the-backorder
                    if wk-bko-age > wk-expire-days
                        move "E" to fn-bko-status
                        add 1 to wk-expired-count
                        perform report-the-backorder
                    else
                        perform release-the-backorder
                    end-if
                when fn-bko-filled and not fn-bko-was-notified
                    perform notify-the-partner
                when other
                    continue
            end-evaluate.

       *> a filing date that won't read as a date ages as zero --
       *> retried, never expired on a guess
        age-the-backorder.
            move 0 to wk-bko-age
            if fn-bko-date(1:4) is numeric
               and fn-bko-date(6:2) is numeric
               and fn-bko-date(9:2) is numeric
                move fn-bko-date(1:4) to wk-bko-date(1:4)
                move fn-bko-date(6:2) to wk-bko-date(5:2)
                move fn-bko-date(9:2) to wk-bko-date(7:2)
                compute wk-bko-date-num =
                    function integer-of-date(wk-bko-date)
                if wk-bko-date-num > 0
                    compute wk-bko-age =
                        wk-today-num - wk-bko-date-num
                end-if
            end-if.

       *> the stored request goes in without the backorder flag, so
       *> a set that is still short answers OUTOFSTK and is simply
       *> kept, never filed a second time
        release-the-backorder.
            move fn-bko-request to po-plordm-request
            move 0 to wk-line-count
            if po-plordm-req-lines is numeric
                move po-plordm-req-lines to wk-line-count
            end-if
            if wk-line-count < 1 or wk-line-count > 10
                move "BADREQ" to fn-bko-last-status
                add 1 to wk-open-count
            else
                perform call-placeord
                if po-plord-rep-status = "OK"
                    move "F" to fn-bko-status
                    move "OK" to fn-bko-last-status
                    move po-plord-rep-order-id to fn-bko-order-id
                    move po-plord-rep-value to fn-bko-order-value
                    move "N" to fn-bko-notified
                    add 1 to wk-filled-count
                    perform report-the-backorder
                    perform notify-the-partner
                else
                    move po-plord-rep-status to fn-bko-last-status
                    add 1 to wk-open-count
                end-if
            end-if.

        call-placeord.
            move spaces to cx-svc-context
            move fn-bko-caller-id to cx-ctx-caller-id
            move wk-run-date to cx-ctx-dispatch-date
            string "BKOREL-" delimited by size
                   fn-bko-id delimited by size
                   into cx-ctx-msg-id
            end-string
            set wk-ctxt to address of cx-svc-context

            set wk-idata-ptr to address of po-plordm-request
            compute wk-ilen = 12 + (wk-line-count * 15)
            set wk-odata to null
            move 0 to wk-olen

            call "PLACEORD" using
                        by reference wk-ctxt
                        by reference wk-idata-ptr
                        by reference wk-ilen
                        by reference wk-odata
                        by reference wk-olen
            end-call

            move spaces to po-plord-reply
            move "ERROR" to po-plord-rep-status
            if wk-odata not = null
                if wk-olen >= 33
                    set address of reply-view to wk-odata
                    move reply-view to po-plord-reply
                end-if
                free wk-odata
                set wk-odata to null
            end-if.

        notify-the-partner.
            move spaces to bn-bkn-body
            move fn-bko-id           to bn-bkn-bko-id
            move fn-bko-order-id     to bn-bkn-order-id
            move fn-bko-request(1:10) to bn-bkn-acct-number
            move fn-bko-caller-id    to bn-bkn-caller-id
            move fn-bko-date         to bn-bkn-filed-date
            move fn-bko-request(11:2) to bn-bkn-line-count
            move fn-bko-order-value  to bn-bkn-value

            perform publish-the-notification

            if wk-publish-good
                move "Y" to fn-bko-notified
            else
                add 1 to wk-notify-fail-count
            end-if.

        publish-the-notification.
            move "N" to wk-publish-good-flag

            accept wk-today from date yyyymmdd
            accept wk-now from time

            move spaces to ev-envelope
            string "BKOR-" delimited by size
                   wk-today delimited by size
                   wk-now delimited by size
                   fn-bko-id delimited by size
                   into ev-env-msg-id
            end-string
            move "BACKORDER-FILLED" to ev-env-msg-type
            move 1 to ev-env-schema-ver
            move "BKOREL" to ev-env-caller-id
            call "RMQ0SEQ" using dest-routing-key,
                        ev-env-sequence
            end-call
            string wk-today-yyyy delimited by size
                   "-" delimited by size
                   wk-today-mm delimited by size
                   "-" delimited by size
                   wk-today-dd delimited by size
                   into ev-env-produced-date
            end-string
            string wk-now-hh delimited by size
                   ":" delimited by size
                   wk-now-mi delimited by size
                   ":" delimited by size
                   wk-now-ss delimited by size
                   into ev-env-produced-time
            end-string

            move wk-bkn-body-len to ev-env-body-len
            move bn-bkn-body(1:wk-bkn-body-len) to ev-env-body

            compute wk-msg-len = wk-env-header-len + wk-bkn-body-len
            move spaces to wk-pub-buffer
            move ev-envelope(1:wk-msg-len)
                    to wk-pub-buffer(1:wk-msg-len)
            call "RMQ0MSIG" using "SIGN    ", wk-pub-buffer, wk-msg-len,
                        wk-msg-signature, wk-sign-outcome
            end-call

            call "RMQ_PUBLISH" using
                            by value conn
                            by reference dest-exchange
                            by value dest-exchange-len
                            by reference dest-routing-key
                            by value dest-routing-key-len
                            by value 1
                            by value 0
                            by reference wk-pub-buffer
                            by value wk-msg-len
                            by value 0
                            giving rv

            if rv = 0
                call "RMQ_STRERROR" using
                            by value conn
                            by reference error-text
                            by value 50
                end-call

                move rmq-rc-publish-fail to return-code

                call "RMQ0ERR" using
                            "BKOREL  ", "RMQ_PUBLISH             ", rv,
                            dest-exchange, dest-routing-key,
                            error-text
                end-call

                display error-text
            else
                perform wait-for-the-confirm
            end-if.

        wait-for-the-confirm.
            call "RMQ_WAIT_CONFIRM" using
                            by value conn
                            by value confirm-timeout-ms
                            by reference confirm-nacked-flag
                            giving rv

            if rv = 0 or confirm-was-nacked
                call "RMQ_STRERROR" using
                            by value conn
                            by reference error-text
                            by value 50
                end-call

                if confirm-was-nacked
                    move "broker returned the message unconfirmed "
                            & "(nack)" to error-text
                end-if

                move rmq-rc-unroutable to return-code

                call "RMQ0ERR" using
                            "BKOREL  ", "RMQ_WAIT_CONFIRM        ",
                            rmq-rc-unroutable, dest-exchange,
                            dest-routing-key, error-text
                end-call

                display error-text
            else
                set wk-publish-good to true

                call "RMQ0AUD" using "BKOREL  ", dest-exchange,
                            dest-routing-key, wk-msg-len,
                            wk-delivery-mode, wk-pub-buffer
                end-call
            end-if.

        report-the-backorder.
            move spaces to fr-bko-report
            move wk-run-date          to fr-bkr-date
            move fn-bko-id            to fr-bkr-bko-id
            move fn-bko-date          to fr-bkr-filed-date
            move fn-bko-request(1:10) to fr-bkr-acct-number
            move fn-bko-caller-id     to fr-bkr-caller-id
            move wk-bko-age           to fr-bkr-age-days
            if fn-bko-filled
                move "FILLED" to fr-bkr-result
                move fn-bko-order-id to fr-bkr-order-id
            else
                move "EXPIRED" to fr-bkr-result
            end-if
            move fn-bko-last-status   to fr-bkr-last-status
            write fr-bko-report.

        write-the-totals.
            move spaces to fr-bko-report
            move wk-run-date to fr-bkr-date
            move "*TOTAL*" to fr-bkr-bko-id
            move "FILLED" to fr-bkr-result
            move wk-filled-count to fr-bkr-age-days
            write fr-bko-report

            move "EXPIRED" to fr-bkr-result
            move wk-expired-count to fr-bkr-age-days
            write fr-bko-report

            move "OPEN" to fr-bkr-result
            move wk-open-count to fr-bkr-age-days
            write fr-bko-report.

       *> the file is whole again once it is swapped in, so the
       *> services go back up, keeping the run's return code
        reopen-the-services.
            move return-code to wk-runh-rc
            call "RMQ0SVCC" using "OPEN    ", "BKOREL  "
            end-call
            move wk-runh-rc to return-code.

        disconnect-and-exit.
       *> capture the final return code before the CLOSE call chain
       *> can overwrite the shared register
            move return-code to wk-runh-rc
            call "RMQ0CONN" using "CLOSE   ", broker-env, conn, conn-rc
            end-call
            call "RMQ0RUNH" using "END     ", "BKOREL  ", wk-runh-rc,
                        wk-read-count, wk-filled-count
            end-call
            move wk-runh-rc to return-code
            stop run.

        end program bkorel.
