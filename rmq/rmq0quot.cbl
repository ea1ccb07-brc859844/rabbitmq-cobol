        identification division.
        program-id.    rmq0quot.

       *> rmq0quot holds a caller to its request quota for RMQDISP:
       *> may this caller have one more call to this routing key now?
       *> The RMQQUOTA allowances (rmqquota.cpy) are loaded once per
       *> run and cached the way RMQ0ENTL caches its grants;
       *> "RELOAD  " drops the cache so a RELOAD on the dispatcher
       *> control queue picks up a changed table.  "CHECK   " counts
       *> the call on the QUOTAUSE usage file (rmqqtuse.cpy), opened
       *> per call the way ACCT0AVL opens the holds file so every
       *> dispatcher instance counts against the same figures.
       *>
       *> The day's limit is checked first, then the minute's; a call
       *> over either is counted as throttled and not as used, and
       *> the THROTTLD reply (rmqthrrp.cpy) is filled in with the
       *> limit hit and when it comes round again -- midnight for the
       *> day, the next clock minute for the minute.  Usage is
       *> counted by the wall clock, like the service hours.  Trouble
       *> with the usage file lets the call through: a quota is
       *> there to stop one caller starving the rest, not to stop
       *> the service.

        environment division.
        input-output section.
        file-control.
            select rmqquota-file assign to "RMQQUOTA"
                organization line sequential
                file status is rmqquota-status.
            select quotause-file assign to "QUOTAUSE"
                organization indexed
                access mode dynamic
                record key fu-qtu-key
                file status is quotause-status.

        data division.
        file section.
        fd  rmqquota-file.
            copy rmqquota replacing ==:pfx:== by ==fp==.
        fd  quotause-file.
            copy rmqqtuse replacing ==:pfx:== by ==fu==.

        working-storage section.
        01  rmqquota-status         pic xx.
            88 rmqquota-ok          value "00".
            88 rmqquota-eof         value "10".

        01  quotause-status         pic xx.
            88 quotause-ok          value "00".

        01  wk-loaded-flag          pic x(1) value "N".
            88 wk-table-loaded      value "Y".

        01  qta-table.
            05 qta-count            binary-long value 0.
            05 qta-entry            occurs 200 times.
                10 qta-caller-id        pic x(8).
                10 qta-routing-key      pic x(50).
                10 qta-daily-limit      pic 9(7).
                10 qta-minute-limit     pic 9(5).

        01  wk-idx                  binary-long.
        01  wk-found-flag           pic x(1).
            88 wk-quota-found       value "Y".
        01  wk-new-flag             pic x(1).
            88 wk-new-usage         value "Y".
        01  wk-daily-limit          pic 9(7).
        01  wk-minute-limit         pic 9(5).

        01  wk-today                pic 9(8).
        01  wk-today-edit           redefines wk-today.
            05 wk-today-yyyy        pic 9(4).
            05 wk-today-mm          pic 9(2).
            05 wk-today-dd          pic 9(2).
        01  wk-now                  pic 9(8).
        01  wk-now-edit             redefines wk-now.
            05 wk-now-hh            pic 9(2).
            05 wk-now-mi            pic 9(2).
            05 wk-now-ss            pic 9(2).
            05 wk-now-th            pic 9(2).
        01  wk-today-text           pic x(10).
        01  wk-minute-text          pic x(5).
        01  wk-time-text            pic x(8).

       *> when a throttled caller may try again
        01  wk-day-num              binary-long.
        01  wk-retry-num            pic 9(8).
        01  wk-retry-edit           redefines wk-retry-num.
            05 wk-retry-yyyy        pic 9(4).
            05 wk-retry-mm          pic 9(2).
            05 wk-retry-dd          pic 9(2).
        01  wk-retry-hh             pic 9(2).
        01  wk-retry-mi             pic 9(2).

        linkage section.
        01  lk-function             pic x(8).
        01  lk-caller-id            pic x(8).
        01  lk-routing-key          pic x(50).
        01  lk-allowed-flag         pic x(1).
            copy rmqthrrp replacing ==:pfx:== by ==lk==.

        procedure division using lk-function, lk-caller-id,
                    lk-routing-key, lk-allowed-flag,
                    lk-throttled-reply.

        main-para.
            move "Y" to lk-allowed-flag

            if lk-function = "RELOAD  "
                move "N" to wk-loaded-flag
                go to main-exit
            end-if

            if not wk-table-loaded
                perform load-quota-table
                set wk-table-loaded to true
            end-if

            perform find-the-allowance
            perform take-the-moment

            open i-o quotause-file
            if not quotause-ok
                open output quotause-file
                close quotause-file
                open i-o quotause-file
            end-if

            if not quotause-ok
                display "rmq0quot: unable to open quota usage, status "
                        quotause-status " -- call let through"
                go to main-exit
            end-if

            perform read-the-usage
            perform count-the-call

            if wk-new-usage
                write fu-qtu-record
                    invalid key
                        continue
                end-write
            else
                rewrite fu-qtu-record
                    invalid key
                        continue
                end-rewrite
            end-if

            close quotause-file.

        main-exit.
            goback.

        load-quota-table.
            move 0 to qta-count
            open input rmqquota-file

            if rmqquota-ok
                perform read-next-allowance
                    with test after
                    until rmqquota-eof

                close rmqquota-file
            end-if.

        read-next-allowance.
            read rmqquota-file
                at end
                    set rmqquota-eof to true
                not at end
                    if qta-count > 199
                        display "rmq0quot: RMQQUOTA has more than "
                                "200 allowances"
                        stop run
                    end-if
                    add 1 to qta-count
                    move fp-qta-caller-id to qta-caller-id(qta-count)
                    move fp-qta-routing-key
                            to qta-routing-key(qta-count)
                    move 0 to qta-daily-limit(qta-count)
                    move 0 to qta-minute-limit(qta-count)
                    if fp-qta-daily-limit is numeric
                        move fp-qta-daily-limit
                                to qta-daily-limit(qta-count)
                    end-if
                    if fp-qta-minute-limit is numeric
                        move fp-qta-minute-limit
                                to qta-minute-limit(qta-count)
                    end-if
            end-read.

       *> the caller's own row first, then the blank-caller default
        find-the-allowance.
            move 0 to wk-daily-limit
            move 0 to wk-minute-limit
            move "N" to wk-found-flag

            perform find-caller-allowance
                varying wk-idx from 1 by 1
                until wk-idx > qta-count
                   or wk-quota-found

            if not wk-quota-found
                perform find-default-allowance
                    varying wk-idx from 1 by 1
                    until wk-idx > qta-count
                       or wk-quota-found
            end-if.

        find-caller-allowance.
            if qta-routing-key(wk-idx) = lk-routing-key
               and qta-caller-id(wk-idx) = lk-caller-id
               and lk-caller-id not = spaces
                set wk-quota-found to true
                move qta-daily-limit(wk-idx) to wk-daily-limit
                move qta-minute-limit(wk-idx) to wk-minute-limit
            end-if.

        find-default-allowance.
            if qta-routing-key(wk-idx) = lk-routing-key
               and qta-caller-id(wk-idx) = spaces
                set wk-quota-found to true
                move qta-daily-limit(wk-idx) to wk-daily-limit
                move qta-minute-limit(wk-idx) to wk-minute-limit
            end-if.

        take-the-moment.
            accept wk-today from date yyyymmdd
            accept wk-now from time
            move spaces to wk-today-text
            string wk-today-yyyy delimited by size
                   "-" delimited by size
                   wk-today-mm delimited by size
                   "-" delimited by size
                   wk-today-dd delimited by size
                   into wk-today-text
            end-string
            move spaces to wk-minute-text
            string wk-now-hh delimited by size
                   ":" delimited by size
                   wk-now-mi delimited by size
                   into wk-minute-text
            end-string
            move spaces to wk-time-text
            string wk-minute-text delimited by size
                   ":" delimited by size
                   wk-now-ss delimited by size
                   into wk-time-text
            end-string.

        read-the-usage.
            move "N" to wk-new-flag
            move wk-today-text to fu-qtu-date
            move lk-caller-id to fu-qtu-caller-id
            move lk-routing-key to fu-qtu-routing-key
            read quotause-file
                invalid key
                    set wk-new-usage to true
            end-read

            if wk-new-usage
                move wk-today-text to fu-qtu-date
                move lk-caller-id to fu-qtu-caller-id
                move lk-routing-key to fu-qtu-routing-key
                move 0 to fu-qtu-accepted
                move 0 to fu-qtu-throttled
                move spaces to fu-qtu-minute
                move 0 to fu-qtu-minute-count
                move 0 to fu-qtu-peak-minute-count
                move spaces to fu-qtu-peak-minute
            end-if

       *> a new clock minute starts its count again
            if fu-qtu-minute not = wk-minute-text
                move wk-minute-text to fu-qtu-minute
                move 0 to fu-qtu-minute-count
            end-if

            move wk-daily-limit to fu-qtu-daily-limit
            move wk-minute-limit to fu-qtu-minute-limit
            move wk-time-text to fu-qtu-last-time.

        count-the-call.
            if wk-daily-limit > 0
               and fu-qtu-accepted >= wk-daily-limit
                move "N" to lk-allowed-flag
                move "DAILY" to lk-thr-quota
                move wk-daily-limit to lk-thr-limit
                move fu-qtu-accepted to lk-thr-used
                perform retry-at-midnight
            else
                if wk-minute-limit > 0
                   and fu-qtu-minute-count >= wk-minute-limit
                    move "N" to lk-allowed-flag
                    move "MINUTE" to lk-thr-quota
                    move wk-minute-limit to lk-thr-limit
                    move fu-qtu-minute-count to lk-thr-used
                    perform retry-next-minute
                end-if
            end-if

            if lk-allowed-flag = "N"
                add 1 to fu-qtu-throttled
                move "THROTTLD" to lk-thr-status
                move lk-routing-key to lk-thr-routing-key
                move lk-caller-id to lk-thr-caller-id
            else
                add 1 to fu-qtu-accepted
                add 1 to fu-qtu-minute-count
                if fu-qtu-minute-count > fu-qtu-peak-minute-count
                    move fu-qtu-minute-count
                            to fu-qtu-peak-minute-count
                    move fu-qtu-minute to fu-qtu-peak-minute
                end-if
            end-if.

        retry-at-midnight.
            compute wk-day-num =
                function integer-of-date(wk-today) + 1
            compute wk-retry-num = function date-of-integer(wk-day-num)
            move 0 to wk-retry-hh
            move 0 to wk-retry-mi
            perform edit-the-retry.

        retry-next-minute.
            move wk-today to wk-retry-num
            move wk-now-hh to wk-retry-hh
            move wk-now-mi to wk-retry-mi
            if wk-retry-mi < 59
                add 1 to wk-retry-mi
            else
                move 0 to wk-retry-mi
                if wk-retry-hh < 23
                    add 1 to wk-retry-hh
                else
                    perform retry-at-midnight
                end-if
            end-if
            perform edit-the-retry.

        edit-the-retry.
            move spaces to lk-thr-retry-date
            string wk-retry-yyyy delimited by size
                   "-" delimited by size
                   wk-retry-mm delimited by size
                   "-" delimited by size
                   wk-retry-dd delimited by size
                   into lk-thr-retry-date
            end-string
            move spaces to lk-thr-retry-time
            string wk-retry-hh delimited by size
                   ":" delimited by size
                   wk-retry-mi delimited by size
                   into lk-thr-retry-time
            end-string.

        end program rmq0quot.
