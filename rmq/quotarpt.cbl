        identification division.
        program-id.    quotarpt.

       *> quotarpt is the daily quota usage report: one QUOTARPT line
       *> (rmqqtrpt.cpy) per caller and routing key RMQDISP counted on
       *> QUOTAUSE for the report date -- requests let through against
       *> the day's RMQQUOTA allowance, the busiest minute against the
       *> minute's, and how many were throttled -- then one IDLE line
       *> for each caller named on RMQQUOTA that made no call on its
       *> allowance at all.  A caller throttled day after day needs a
       *> bigger quota or a word about its retry loop; one never near
       *> its allowance can give some back.  The date defaults to the
       *> business date (RMQ0BDT) and can be overridden through
       *> RMQQUOTADATE (yyyy-mm-dd) the way QDEPRPT's comes from
       *> RMQDEPDATE.

        environment division.
        input-output section.
        file-control.
            select quotause-file assign to "QUOTAUSE"
                organization indexed
                access mode sequential
                record key fu-qtu-key
                file status is quotause-status.
            select rmqquota-file assign to "RMQQUOTA"
                organization line sequential
                file status is rmqquota-status.
            select quotarpt-file assign to "QUOTARPT"
                organization line sequential
                file status is quotarpt-status.

        data division.
        file section.
        fd  quotause-file.
            copy rmqqtuse replacing ==:pfx:== by ==fu==.
        fd  rmqquota-file.
            copy rmqquota replacing ==:pfx:== by ==fp==.
        fd  quotarpt-file.
            copy rmqqtrpt replacing ==:pfx:== by ==fo==.

        working-storage section.

        01  quotause-status       pic xx.
            88 quotause-ok        value "00".
            88 quotause-eof       value "10".

        01  rmqquota-status       pic xx.
            88 rmqquota-ok        value "00".
            88 rmqquota-eof       value "10".

        01  quotarpt-status       pic xx.
            88 quotarpt-ok        value "00".

            copy rmqretc.

        01  wk-today              pic 9(8).
        01  wk-today-edit         redefines wk-today.
            05 wk-today-yyyy      pic 9(4).
            05 wk-today-mm        pic 9(2).
            05 wk-today-dd        pic 9(2).
        01  wk-report-date        pic x(10).
        01  wk-date-override      pic x(10).

       *> the allowances named for a caller, to find the idle ones
        01  qta-table.
            05 qta-count          binary-long value 0.
            05 qta-entry          occurs 200 times.
                10 qta-caller-id      pic x(8).
                10 qta-routing-key    pic x(50).
                10 qta-daily-limit    pic 9(7).
                10 qta-minute-limit   pic 9(5).
                10 qta-used-flag      pic x(1).
                    88 qta-used       value "Y".

        01  wk-idx                binary-long.
        01  wk-read-count         binary-long value 0.
        01  wk-line-count         binary-long value 0.
        01  wk-throttled-count    binary-long value 0.
        01  wk-idle-count         binary-long value 0.


        procedure division.

        main-line.
            perform get-report-date
            perform load-the-allowances

            open output quotarpt-file
            if not quotarpt-ok
                move rmq-rc-file-error to return-code
                display "quotarpt: unable to open quota report"
                stop run
            end-if

            perform report-the-usage
            perform report-idle-allowances
                varying wk-idx from 1 by 1
                until wk-idx > qta-count

            close quotarpt-file

            display "quotarpt: usage records read=" wk-read-count
                    " lines=" wk-line-count
                    " throttled=" wk-throttled-count
                    " idle=" wk-idle-count
            stop run.

        get-report-date.
            call "RMQ0BDT" using "CURRENT ", wk-today
            end-call

            move spaces to wk-report-date
            string wk-today-yyyy delimited by size
                   "-" delimited by size
                   wk-today-mm delimited by size
                   "-" delimited by size
                   wk-today-dd delimited by size
                   into wk-report-date
            end-string

            display "RMQQUOTADATE" upon environment-name
            accept wk-date-override from environment-value
                on exception
                    move spaces to wk-date-override
            end-accept

            if wk-date-override not = spaces
                move wk-date-override to wk-report-date
            end-if

            display "quotarpt: reporting quota usage for "
                    wk-report-date.

       *> only a caller's own allowances can sit idle -- a blank-
       *> caller default belongs to nobody in particular
        load-the-allowances.
            open input rmqquota-file

            if rmqquota-ok
                perform load-next-allowance
                    with test after
                    until rmqquota-eof
                close rmqquota-file
            end-if.

        load-next-allowance.
            read rmqquota-file
                at end
                    set rmqquota-eof to true
                not at end
                    if fp-qta-caller-id not = spaces
                       and qta-count < 200
                        add 1 to qta-count
                        move fp-qta-caller-id
                                to qta-caller-id(qta-count)
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
                        move "N" to qta-used-flag(qta-count)
                    end-if
            end-read.

       *> no usage file yet means nothing has been counted
        report-the-usage.
            open input quotause-file

            if quotause-ok
                perform report-next-usage
                    with test after
                    until quotause-eof
                close quotause-file
            end-if.

        report-next-usage.
            read quotause-file
                at end
                    set quotause-eof to true
                not at end
                    add 1 to wk-read-count
                    if fu-qtu-date = wk-report-date
                        perform report-one-usage
                    end-if
            end-read.

        report-one-usage.
            perform mark-the-allowance-used
                varying wk-idx from 1 by 1
                until wk-idx > qta-count

            move spaces to fo-quota-report
            move wk-report-date to fo-qtr-date
            move fu-qtu-caller-id to fo-qtr-caller-id
            move fu-qtu-routing-key to fo-qtr-routing-key
            move fu-qtu-daily-limit to fo-qtr-daily-limit
            move fu-qtu-accepted to fo-qtr-accepted
            move fu-qtu-minute-limit to fo-qtr-minute-limit
            move fu-qtu-peak-minute-count to fo-qtr-peak-minute-count
            move fu-qtu-peak-minute to fo-qtr-peak-minute
            move fu-qtu-throttled to fo-qtr-throttled

            move 0 to fo-qtr-pct-used
            if fu-qtu-daily-limit > 0
                compute fo-qtr-pct-used =
                    (fu-qtu-accepted * 100) / fu-qtu-daily-limit
                    on size error
                        move 999 to fo-qtr-pct-used
                end-compute
            end-if

            evaluate true
                when fu-qtu-throttled > 0
                    set fo-qtr-throttled-st to true
                    add 1 to wk-throttled-count
                when fu-qtu-daily-limit = 0
                     and fu-qtu-minute-limit = 0
                    set fo-qtr-no-quota to true
                when fo-qtr-pct-used >= 80
                    set fo-qtr-near to true
                when other
                    set fo-qtr-ok to true
            end-evaluate

            write fo-quota-report
            add 1 to wk-line-count.

        mark-the-allowance-used.
            if qta-caller-id(wk-idx) = fu-qtu-caller-id
               and qta-routing-key(wk-idx) = fu-qtu-routing-key
                set qta-used(wk-idx) to true
            end-if.

        report-idle-allowances.
            if not qta-used(wk-idx)
                move spaces to fo-quota-report
                move wk-report-date to fo-qtr-date
                move qta-caller-id(wk-idx) to fo-qtr-caller-id
                move qta-routing-key(wk-idx) to fo-qtr-routing-key
                move qta-daily-limit(wk-idx) to fo-qtr-daily-limit
                move 0 to fo-qtr-accepted
                move 0 to fo-qtr-pct-used
                move qta-minute-limit(wk-idx) to fo-qtr-minute-limit
                move 0 to fo-qtr-peak-minute-count
                move 0 to fo-qtr-throttled
                set fo-qtr-idle to true
                write fo-quota-report
                add 1 to wk-line-count
                add 1 to wk-idle-count
            end-if.

        end program quotarpt.
