        identification division.
        program-id.    ratefeed.

       *> ratefeed takes in the treasury system's daily FX rates.
       *> Treasury publishes its closing rates as FX-RATES envelopes
       *> (rmqfxrt.cpy); this job drains them off the rate queue --
       *> cobol-rates-queue by default, overridable through RMQRATEQ
       *> -- and files every currency on the RMQRATEH rate history
       *> (rmqrateh.cpy), one record per currency per business date.
       *> RMQ0RATE converts at the rate in force on a date from that
       *> history, so yesterday's rate is still there to be asked for
       *> after today's has arrived, and nobody edits RMQRATES by
       *> hand any more to move a rate.
       *>
       *> A message on the rate queue that isn't a well-formed
       *> FX-RATES envelope is journaled to RMQERRLG and dropped;
       *> within a good one, an entry with no currency or no
       *> positive rate is skipped and counted.  A rate already on
       *> the history for the same currency and date is replaced --
       *> that is treasury sending a correction.

        environment division.
        input-output section.
        file-control.
            select rmqrateh-file assign to "RMQRATEH"
                organization indexed
                access mode random
                record key rh-rateh-key
                file status is rmqrateh-status.

        data division.
        file section.
        fd  rmqrateh-file.
            copy rmqrateh replacing ==:pfx:== by ==rh==.

        working-storage section.

        01  rmqrateh-status        pic xx.
            88 rmqrateh-ok         value "00".

        01  rv                     binary-long.
            copy rmqretc.
            copy rmqnull.

        01  broker-env             pic x(4) value "TEST".
        01  conn-rc                binary-long.
        01  wk-final-rc            binary-long value 0.

        01  queue-name             pic x(50) value "cobol-rates-queue".
        01  queue-name-len         binary-long.
        01  wk-name-override       pic x(50).
        01  consume-timeout-ms     binary-long value 5000.

        01  error-text             pic x(100).
        01  conn                   usage pointer.

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
        01  wk-loaded-date         pic x(10).
        01  wk-loaded-time         pic x(8).

        01  msg-received-flag      pic x(1) value "N".
            88 msg-was-received    value "Y".
        01  msg-routing-key        pic x(50).
        01  msg-routing-key-len    binary-long.
        01  msg-reply-to           pic x(50).
        01  msg-correlation-id     pic x(50).
        01  msg-buffer             pic x(16384).
        01  msg-len                binary-long.

            copy rmqenv replacing ==:pfx:== by ==ev==.
        01  wk-env-header-len      binary-long value 98.
        01  wk-msg-signature       pic x(32).
        01  wk-sign-outcome        pic x(8).
        01  wk-sig-len             binary-long.
            copy rmqfxrt replacing ==:pfx:== by ==fr==.
        01  wk-fxrt-body-len       binary-long.

       *> the rate date as digits, for the inverted history key
        01  wk-rate-date-num       pic 9(8).
        01  wk-rate-date-edit      redefines wk-rate-date-num.
            05 wk-rate-date-yyyy   pic 9(4).
            05 wk-rate-date-mm     pic 9(2).
            05 wk-rate-date-dd     pic 9(2).

        01  wk-done-flag           pic x(1) value "N".
            88 wk-all-done         value "Y".
        01  wk-good-flag           pic x(1).
            88 wk-message-good     value "Y".
        01  wk-on-file-flag        pic x(1).
            88 wk-rate-on-file     value "Y".
        01  wk-entry-idx           binary-long.

        01  wk-message-count       binary-long value 0.
        01  wk-dropped-count       binary-long value 0.
        01  wk-filed-count         binary-long value 0.
        01  wk-replaced-count      binary-long value 0.
        01  wk-skipped-count       binary-long value 0.

        01  wk-caud-id             pic x(36).
        01  wk-caud-disp           pic x(8).


        procedure division.

        main-line.
            perform load-environment
            perform open-the-history
            perform connect-to-broker
            perform drain-the-rates
            close rmqrateh-file
            perform disconnect-and-exit.

        load-environment.
            display "RMQENV" upon environment-name
            accept broker-env from environment-value
                on exception
                    move "TEST" to broker-env
            end-accept

            display "RMQRATEQ" upon environment-name
            accept wk-name-override from environment-value
                on exception
                    move spaces to wk-name-override
            end-accept
            if wk-name-override not = spaces
                move wk-name-override to queue-name
            end-if
            move function length(function trim(queue-name))
                    to queue-name-len

            display "ratefeed: draining rates from "
                    function trim(queue-name).

       *> the first feed ever finds no history and creates it
        open-the-history.
            open i-o rmqrateh-file
            if not rmqrateh-ok
                open output rmqrateh-file
                if rmqrateh-ok
                    close rmqrateh-file
                    open i-o rmqrateh-file
                end-if
            end-if

            if not rmqrateh-ok
                move rmq-rc-file-error to return-code
                display "ratefeed: unable to open rate history, "
                        "status " rmqrateh-status
                stop run
            end-if.

        connect-to-broker.
            call "RMQ0CONN" using "OPEN    ", broker-env, conn, conn-rc
            end-call

            if conn-rc not = 0
                move conn-rc to return-code
                display "ratefeed: unable to connect to broker for "
                        broker-env
                close rmqrateh-file
                stop run
            end-if.

        drain-the-rates.
            perform consume-loop until wk-all-done

            display "ratefeed: messages=" wk-message-count
                    " dropped=" wk-dropped-count
            display "ratefeed: rates filed=" wk-filed-count
                    " replaced=" wk-replaced-count
                    " skipped=" wk-skipped-count.

        consume-loop.
            call "RMQ_CONSUME_MESSAGE" using
                            by value conn
                            by reference queue-name
                            by value queue-name-len
                            by value consume-timeout-ms
                            by reference msg-received-flag
                            by reference msg-routing-key
                            by reference msg-routing-key-len
                            by reference msg-reply-to
                            by reference msg-correlation-id
                            by reference msg-buffer
                            by reference msg-len
                            giving rv

            if rv = 0
                call "RMQ_STRERROR" using
                            by value conn
                            by reference error-text
                            by value 50
                end-call

                move rmq-rc-consume-fail to return-code

                call "RMQ0ERR" using
                            "RATEFEED", "RMQ_CONSUME_MESSAGE     ", rv,
                            rmq-no-name, queue-name, error-text
                end-call

                display error-text
                set wk-all-done to true
            else
                if msg-was-received
                    perform take-one-message
                else
                    *> queue is empty -- this drain pass is done
                    set wk-all-done to true
                end-if
            end-if.

        take-one-message.
            add 1 to wk-message-count
            move spaces to wk-caud-id
            move "DROPPED " to wk-caud-disp

            perform check-the-message thru check-the-message-exit
            if wk-message-good
                perform file-the-rates
                move "FILED   " to wk-caud-disp
            else
                add 1 to wk-dropped-count
                call "RMQ0ERR" using
                            "RATEFEED", "FXRATES                 ",
                            rmq-rc-edit-fail, rmq-no-name, queue-name,
                            error-text
                end-call
            end-if

       *> every consumer leaves its line on the consume audit trail,
       *> with the signature the message carried
            move msg-len to wk-sig-len
            call "RMQ0MSIG" using "EXTRACT ", msg-buffer, wk-sig-len,
                        wk-msg-signature, wk-sign-outcome
            end-call
            call "RMQ0CAUD" using "RATEFEED", queue-name,
                        msg-routing-key, wk-caud-id, msg-len,
                        wk-caud-disp, msg-buffer, wk-msg-signature
            end-call.

       *> the envelope must say FX-RATES, its body must be exactly
       *> as long as its entry count says, and the date must be one
        check-the-message.
            move "N" to wk-good-flag
            move "rate message is not a well-formed FX-RATES envelope"
                    to error-text

            if msg-len < wk-env-header-len + 12
                go to check-the-message-exit
            end-if

            move msg-buffer(1:wk-env-header-len)
                    to ev-envelope(1:wk-env-header-len)
            move ev-env-msg-id to wk-caud-id

            if ev-env-msg-type not = "FX-RATES"
               or ev-env-body-len not numeric
               or ev-env-body-len + wk-env-header-len not = msg-len
                go to check-the-message-exit
            end-if

            move spaces to fr-fxrt-body
            move msg-buffer(wk-env-header-len + 1:ev-env-body-len)
                    to fr-fxrt-body(1:ev-env-body-len)

            if fr-fxrt-count not numeric
               or fr-fxrt-count < 1 or fr-fxrt-count > 15
                go to check-the-message-exit
            end-if
            compute wk-fxrt-body-len = 12 + 12 * fr-fxrt-count
            if ev-env-body-len not = wk-fxrt-body-len
                go to check-the-message-exit
            end-if

            if fr-fxrt-rate-date(5:1) not = "-"
               or fr-fxrt-rate-date(8:1) not = "-"
               or fr-fxrt-rate-date(1:4) not numeric
               or fr-fxrt-rate-date(6:2) not numeric
               or fr-fxrt-rate-date(9:2) not numeric
                move "FX-RATES message carries no valid rate date"
                        to error-text
                go to check-the-message-exit
            end-if
            move fr-fxrt-rate-date(1:4) to wk-rate-date-yyyy
            move fr-fxrt-rate-date(6:2) to wk-rate-date-mm
            move fr-fxrt-rate-date(9:2) to wk-rate-date-dd
            if function test-date-yyyymmdd(wk-rate-date-num) not = 0
                move "FX-RATES message carries no valid rate date"
                        to error-text
                go to check-the-message-exit
            end-if

            set wk-message-good to true.

        check-the-message-exit.
            exit.

        file-the-rates.
            accept wk-today from date yyyymmdd
            accept wk-now from time
            move spaces to wk-loaded-date
            string wk-today-yyyy delimited by size
                   "-" delimited by size
                   wk-today-mm delimited by size
                   "-" delimited by size
                   wk-today-dd delimited by size
                   into wk-loaded-date
            end-string
            move spaces to wk-loaded-time
            string wk-now-hh delimited by size
                   ":" delimited by size
                   wk-now-mi delimited by size
                   ":" delimited by size
                   wk-now-ss delimited by size
                   into wk-loaded-time
            end-string

            perform file-one-rate
                varying wk-entry-idx from 1 by 1
                until wk-entry-idx > fr-fxrt-count.

        file-one-rate.
            if fr-fxrt-currency(wk-entry-idx) = spaces
               or fr-fxrt-to-base(wk-entry-idx) not numeric
               or fr-fxrt-to-base(wk-entry-idx) = 0
                add 1 to wk-skipped-count
                display "ratefeed: " function trim(wk-caud-id)
                        " entry " wk-entry-idx " skipped -- no "
                        "currency or no rate"
            else
                move fr-fxrt-currency(wk-entry-idx) to rh-rateh-currency
                compute rh-rateh-date-inv = 99999999 - wk-rate-date-num
                move "N" to wk-on-file-flag
                read rmqrateh-file
                    invalid key
                        continue
                    not invalid key
                        set wk-rate-on-file to true
                end-read

                move fr-fxrt-rate-date to rh-rateh-rate-date
                move fr-fxrt-to-base(wk-entry-idx) to rh-rateh-to-base
                move wk-caud-id     to rh-rateh-msg-id
                move wk-loaded-date to rh-rateh-loaded-date
                move wk-loaded-time to rh-rateh-loaded-time

                if wk-rate-on-file
                    rewrite rh-rateh-record
                        invalid key
                            perform report-the-write-failure
                        not invalid key
                            add 1 to wk-replaced-count
                    end-rewrite
                else
                    write rh-rateh-record
                        invalid key
                            perform report-the-write-failure
                        not invalid key
                            add 1 to wk-filed-count
                    end-write
                end-if
            end-if.

        report-the-write-failure.
            move rmq-rc-file-error to return-code
            add 1 to wk-skipped-count
            display "ratefeed: " rh-rateh-currency " rate for "
                    rh-rateh-rate-date " not filed, status "
                    rmqrateh-status.

        disconnect-and-exit.
       *> capture the final return code before the CLOSE call chain
       *> can overwrite the shared register
            move return-code to wk-final-rc
            call "RMQ0CONN" using "CLOSE   ", broker-env, conn, conn-rc
            end-call
            move wk-final-rc to return-code
            stop run.

        end program ratefeed.
