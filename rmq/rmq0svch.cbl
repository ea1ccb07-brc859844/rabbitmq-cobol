        identification division.
        program-id.    rmq0svch.

       *> rmq0svch answers one question for the dispatcher: is this
       *> routing key open for business right now, and if not, when
       *> does it open again?  The RMQSVCHRS service hours table
       *> (rmqsvchr.cpy) is loaded once per run and cached the way
       *> RMQ0ENTL caches its grants; "RELOAD  " drops the cache so a
       *> RELOAD on the dispatcher control queue picks up a changed
       *> table with the registry.  "CHECK   " tests, in order:
       *>
       *>   - a batch closure on SVCCLOSE (rmqsvccl.cpy), read on
       *>     every call since jobs come and go under a running
       *>     daemon -- no reopen time can be promised for these;
       *>   - a planned OUTAGE window covering the moment -- it
       *>     reopens when the window ends;
       *>   - the key's HOURS rules, if it has any -- outside them it
       *>     reopens at the next opening in the week ahead.
       *>
       *> A key with no rules at all is open around the clock, as
       *> every service was before the table.  The moment is the
       *> wall clock, not the business date: hours are about when
       *> people and jobs are at work, and that is the clock's time.

        environment division.
        input-output section.
        file-control.
            select rmqsvchrs-file assign to "RMQSVCHRS"
                organization line sequential
                file status is rmqsvchrs-status.
            select svcclose-file assign to "SVCCLOSE"
                organization indexed
                access mode dynamic
                record key fc-svcc-key
                file status is svcclose-status.

        data division.
        file section.
        fd  rmqsvchrs-file.
            copy rmqsvchr replacing ==:pfx:== by ==fp==.
        fd  svcclose-file.
            copy rmqsvccl replacing ==:pfx:== by ==fc==.

        working-storage section.
        01  rmqsvchrs-status        pic xx.
            88 rmqsvchrs-ok         value "00".
            88 rmqsvchrs-eof        value "10".

        01  svcclose-status         pic xx.
            88 svcclose-ok          value "00".

        01  wk-loaded-flag          pic x(1) value "N".
            88 wk-table-loaded      value "Y".

        01  svh-table.
            05 svh-count            binary-long value 0.
            05 svh-entry            occurs 200 times.
                10 svh-rule             pic x(8).
                    88 svh-hours        value "HOURS".
                    88 svh-outage       value "OUTAGE".
                10 svh-routing-key      pic x(50).
                10 svh-days             pic x(7).
                10 svh-open-time        pic x(5).
                10 svh-close-time       pic x(5).
                10 svh-from-stamp       pic x(15).
                10 svh-to-date          pic x(10).
                10 svh-to-time          pic x(5).
                10 svh-to-stamp         pic x(15).
                10 svh-reason           pic x(40).

        01  wk-idx                  binary-long.

       *> the moment being checked, as a date and as minutes into it
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
        01  wk-now-stamp            pic x(15).
        01  wk-now-minute           binary-long.
        01  wk-today-num            binary-long.
        01  wk-weekday              binary-long.
        01  wk-yesterday            binary-long.

        01  wk-scan-flag            pic x(1).
            88 wk-scan-done         value "Y".
        01  wk-closed-flag          pic x(1).
            88 wk-service-closed    value "Y".
        01  wk-has-hours-flag       pic x(1).
            88 wk-key-has-hours     value "Y".
        01  wk-hours-reason         pic x(40).
        01  wk-outage-end           pic x(15).

       *> one HOURS rule's window, in minutes from midnight; a close
       *> at or before the open runs on into the next day
        01  wk-open-minute          binary-long.
        01  wk-close-minute         binary-long.
        01  wk-time-good-flag       pic x(1).
            88 wk-times-good        value "Y".
        01  wk-time-text            pic x(5).
        01  wk-time-minute          binary-long.

       *> the next opening: days ahead of today and minute of that day
        01  wk-ahead                binary-long.
        01  wk-ahead-day            binary-long.
        01  wk-best-ahead           binary-long.
        01  wk-best-minute          binary-long.
        01  wk-best-idx             binary-long.
        01  wk-reopen-num           pic 9(8).
        01  wk-reopen-edit          redefines wk-reopen-num.
            05 wk-reopen-yyyy       pic 9(4).
            05 wk-reopen-mm         pic 9(2).
            05 wk-reopen-dd         pic 9(2).

        linkage section.
        01  lk-function             pic x(8).
        01  lk-routing-key          pic x(50).
        01  lk-open-flag            pic x(1).
        01  lk-reopen-date          pic x(10).
        01  lk-reopen-time          pic x(5).
        01  lk-reason               pic x(40).

        procedure division using lk-function, lk-routing-key,
                    lk-open-flag, lk-reopen-date, lk-reopen-time,
                    lk-reason.

        main-para.
            move "Y" to lk-open-flag
            move spaces to lk-reopen-date
            move spaces to lk-reopen-time
            move spaces to lk-reason

            if lk-function = "RELOAD  "
                move "N" to wk-loaded-flag
                go to main-exit
            end-if

            if not wk-table-loaded
                perform load-service-hours-table
                set wk-table-loaded to true
            end-if

            perform take-the-moment
            move "N" to wk-closed-flag

            perform check-the-batch-closures

            if not wk-service-closed
                perform check-the-outages
            end-if

            if not wk-service-closed
                perform check-the-hours
            end-if

            if wk-service-closed
                move "N" to lk-open-flag
            end-if.

        main-exit.
            goback.

        load-service-hours-table.
            move 0 to svh-count
            open input rmqsvchrs-file

            if rmqsvchrs-ok
                perform read-next-hours-rule
                    with test after
                    until rmqsvchrs-eof

                close rmqsvchrs-file
            end-if.

       *> BATCH rules are RMQ0SVCC's business, not ours -- what they
       *> close shows up on SVCCLOSE
        read-next-hours-rule.
            read rmqsvchrs-file
                at end
                    set rmqsvchrs-eof to true
                not at end
                    if fp-svh-hours or fp-svh-outage
                        if svh-count > 199
                            display "rmq0svch: RMQSVCHRS has more "
                                    "than 200 hours and outage rules"
                            stop run
                        end-if
                        add 1 to svh-count
                        move fp-svh-rule to svh-rule(svh-count)
                        move fp-svh-routing-key
                                to svh-routing-key(svh-count)
                        move fp-svh-days to svh-days(svh-count)
                        move fp-svh-open-time
                                to svh-open-time(svh-count)
                        move fp-svh-close-time
                                to svh-close-time(svh-count)
                        move spaces to svh-from-stamp(svh-count)
                        string fp-svh-from-date delimited by size
                               fp-svh-from-time delimited by size
                               into svh-from-stamp(svh-count)
                        end-string
                        move fp-svh-to-date to svh-to-date(svh-count)
                        move fp-svh-to-time to svh-to-time(svh-count)
                        move spaces to svh-to-stamp(svh-count)
                        string fp-svh-to-date delimited by size
                               fp-svh-to-time delimited by size
                               into svh-to-stamp(svh-count)
                        end-string
                        move fp-svh-reason to svh-reason(svh-count)
                    end-if
            end-read.

       *> day 1 of FUNCTION INTEGER-OF-DATE's epoch was a Monday, so
       *> the remainder base-7 maps straight onto Monday..Sunday
        take-the-moment.
            accept wk-today from date yyyymmdd
            accept wk-now from time
            move spaces to wk-now-stamp
            string wk-today-yyyy delimited by size
                   "-" delimited by size
                   wk-today-mm delimited by size
                   "-" delimited by size
                   wk-today-dd delimited by size
                   wk-now-hh delimited by size
                   ":" delimited by size
                   wk-now-mi delimited by size
                   into wk-now-stamp
            end-string
            compute wk-now-minute = (wk-now-hh * 60) + wk-now-mi
            compute wk-today-num = function integer-of-date(wk-today)
            compute wk-weekday = function rem(wk-today-num, 7)
            if wk-weekday = 0
                move 7 to wk-weekday
            end-if
            compute wk-yesterday = wk-weekday - 1
            if wk-yesterday = 0
                move 7 to wk-yesterday
            end-if.

       *> no closures file means no job has ever closed anything
        check-the-batch-closures.
            open input svcclose-file
            if svcclose-ok
                move "N" to wk-scan-flag
                move lk-routing-key to fc-svcc-routing-key
                move low-values to fc-svcc-program
                start svcclose-file key is not less than fc-svcc-key
                    invalid key
                        set wk-scan-done to true
                end-start

                if not wk-scan-done
                    read svcclose-file next record
                        at end
                            continue
                        not at end
                            if fc-svcc-routing-key = lk-routing-key
                                set wk-service-closed to true
                                move fc-svcc-reason to lk-reason
                            end-if
                    end-read
                end-if

                close svcclose-file
            end-if.

       *> where outage windows overlap, the last of them to end is
       *> the reopening
        check-the-outages.
            move spaces to wk-outage-end
            perform check-one-outage
                varying wk-idx from 1 by 1
                until wk-idx > svh-count.

        check-one-outage.
            if svh-outage(wk-idx)
               and svh-routing-key(wk-idx) = lk-routing-key
               and svh-from-stamp(wk-idx) <= wk-now-stamp
               and svh-to-stamp(wk-idx) > wk-now-stamp
                if not wk-service-closed
                   or svh-to-stamp(wk-idx) > wk-outage-end
                    set wk-service-closed to true
                    move svh-to-stamp(wk-idx) to wk-outage-end
                    move svh-to-date(wk-idx) to lk-reopen-date
                    move svh-to-time(wk-idx) to lk-reopen-time
                    move svh-reason(wk-idx) to lk-reason
                end-if
            end-if.

       *> a key with HOURS rules is closed unless one of them is open
       *> now; the reason given is the first rule's
        check-the-hours.
            move "N" to wk-has-hours-flag
            move spaces to wk-hours-reason
            move "Y" to lk-open-flag

            perform check-one-hours-rule
                varying wk-idx from 1 by 1
                until wk-idx > svh-count

            if wk-key-has-hours and lk-open-flag = "N"
                set wk-service-closed to true
                move wk-hours-reason to lk-reason
                perform find-the-next-opening
            end-if

            move "Y" to lk-open-flag.

        check-one-hours-rule.
            if svh-hours(wk-idx)
               and svh-routing-key(wk-idx) = lk-routing-key
                if not wk-key-has-hours
                    set wk-key-has-hours to true
                    move "N" to lk-open-flag
                    move svh-reason(wk-idx) to wk-hours-reason
                end-if
                perform resolve-the-window
                if wk-times-good
                    perform test-the-window
                end-if
            end-if.

        test-the-window.
            if wk-close-minute > wk-open-minute
                if svh-days(wk-idx)(wk-weekday:1) = "Y"
                   and wk-now-minute >= wk-open-minute
                   and wk-now-minute < wk-close-minute
                    move "Y" to lk-open-flag
                end-if
            else
                if svh-days(wk-idx)(wk-weekday:1) = "Y"
                   and wk-now-minute >= wk-open-minute
                    move "Y" to lk-open-flag
                end-if
                if svh-days(wk-idx)(wk-yesterday:1) = "Y"
                   and wk-now-minute < wk-close-minute
                    move "Y" to lk-open-flag
                end-if
            end-if.

        resolve-the-window.
            move "Y" to wk-time-good-flag
            move svh-open-time(wk-idx) to wk-time-text
            perform resolve-one-time
            move wk-time-minute to wk-open-minute
            move svh-close-time(wk-idx) to wk-time-text
            perform resolve-one-time
            move wk-time-minute to wk-close-minute.

       *> hh:mm, with 24:00 standing for the end of the day
        resolve-one-time.
            move 0 to wk-time-minute
            if wk-time-text(1:2) is numeric
               and wk-time-text(3:1) = ":"
               and wk-time-text(4:2) is numeric
               and wk-time-text(1:2) <= "24"
               and wk-time-text(4:2) <= "59"
                compute wk-time-minute =
                    (function numval(wk-time-text(1:2)) * 60)
                    + function numval(wk-time-text(4:2))
                if wk-time-minute > 1440
                    move "N" to wk-time-good-flag
                end-if
            else
                move "N" to wk-time-good-flag
            end-if.

       *> the earliest opening later than now, looking a week ahead;
       *> a key whose rules name no day at all never reopens by the
       *> clock and the reply says so with a blank reopen time
        find-the-next-opening.
            move 99 to wk-best-ahead
            move 0 to wk-best-minute
            move 0 to wk-best-idx

            perform find-one-rule-opening
                varying wk-idx from 1 by 1
                until wk-idx > svh-count

            if wk-best-idx > 0
                compute wk-reopen-num = function date-of-integer(
                        wk-today-num + wk-best-ahead)
                move spaces to lk-reopen-date
                string wk-reopen-yyyy delimited by size
                       "-" delimited by size
                       wk-reopen-mm delimited by size
                       "-" delimited by size
                       wk-reopen-dd delimited by size
                       into lk-reopen-date
                end-string
                move svh-open-time(wk-best-idx) to lk-reopen-time
            end-if.

        find-one-rule-opening.
            if svh-hours(wk-idx)
               and svh-routing-key(wk-idx) = lk-routing-key
                perform resolve-the-window
                if wk-times-good
                    perform try-one-day-ahead
                        varying wk-ahead from 0 by 1
                        until wk-ahead > 7
                end-if
            end-if.

        try-one-day-ahead.
            compute wk-ahead-day =
                function rem(wk-weekday - 1 + wk-ahead, 7) + 1
            if svh-days(wk-idx)(wk-ahead-day:1) = "Y"
               and (wk-ahead > 0 or wk-open-minute > wk-now-minute)
                if wk-ahead < wk-best-ahead
                   or (wk-ahead = wk-best-ahead
                       and wk-open-minute < wk-best-minute)
                    move wk-ahead to wk-best-ahead
                    move wk-open-minute to wk-best-minute
                    move wk-idx to wk-best-idx
                end-if
            end-if.

        end program rmq0svch.
