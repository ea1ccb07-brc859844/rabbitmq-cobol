        identification division.
        program-id.    fxreval.

       *> fxreval is the month-end FX revaluation.  Every ACCTMST
       *> account held in a currency other than the USD house base is
       *> revalued into base through RMQ0RATE at the rate in force on
       *> the last day of the month -- the dated RMQRATEH history the
       *> treasury feed fills, so the rate used is the month end's and
       *> not whatever was on file the morning the job ran -- and set
       *> beside what the same account was worth in base at the end
       *> of the month before.  The FXREVRPT report (rmqrevrp.cpy)
       *> shows the movement in base and the part of it the rate
       *> alone accounts for, with a total per currency and overall.
       *>
       *> The month defaults to the business date's (RMQ0BDT) and is
       *> overridable through RMQREVALMON (yyyy-mm), so the month-end
       *> schedule can revalue January on the first of February, the way
       *> ACCTSTMT takes RMQSTMTMON.  ACCTMST keeps no history, so each
       *> month's figures are carried on the FXREVALH file
       *> (rmqrevh.cpy) for the next month's run to move from; a
       *> rerun of a month replaces its own figures.

        environment division.
        input-output section.
        file-control.
            select acctmst-file assign to "ACCTMST"
                organization indexed
                access mode sequential
                record key am-acct-number
                file status is acctmst-status.
            select fxrevalh-file assign to "FXREVALH"
                organization indexed
                access mode random
                record key rv-revh-key
                file status is fxrevalh-status.
            select fxrevrpt-file assign to "FXREVRPT"
                organization line sequential
                file status is fxrevrpt-status.

        data division.
        file section.
        fd  acctmst-file.
            copy rmqacct replacing ==:pfx:== by ==am==.
        fd  fxrevalh-file.
            copy rmqrevh replacing ==:pfx:== by ==rv==.
        fd  fxrevrpt-file.
            copy rmqrevrp replacing ==:pfx:== by ==fr==.

        working-storage section.

        01  acctmst-status        pic xx.
            88 acctmst-ok         value "00".
            88 acctmst-eof        value "10".

        01  fxrevalh-status       pic xx.
            88 fxrevalh-ok        value "00".

        01  fxrevrpt-status       pic xx.
            88 fxrevrpt-ok        value "00".

            copy rmqretc.

        01  wk-base-currency      pic x(3) value "USD".

        01  wk-today              pic 9(8).
        01  wk-today-edit         redefines wk-today.
            05 wk-today-yyyy      pic 9(4).
            05 wk-today-mm        pic 9(2).
            05 wk-today-dd        pic 9(2).
        01  wk-run-date           pic x(10).

       *> the month revalued, the one before it, and their last days
        01  wk-reval-month        pic x(7).
        01  wk-month-env          pic x(7).
        01  wk-prior-month        pic x(7).
        01  wk-month-num          pic 9(8).
        01  wk-month-edit         redefines wk-month-num.
            05 wk-month-yyyy      pic 9(4).
            05 wk-month-mm        pic 9(2).
            05 wk-month-dd        pic 9(2).
        01  wk-month-end-num      pic 9(8).
        01  wk-month-end-edit     redefines wk-month-end-num.
            05 wk-month-end-yyyy  pic 9(4).
            05 wk-month-end-mm    pic 9(2).
            05 wk-month-end-dd    pic 9(2).
        01  wk-day-before         pic x(10).
        01  wk-month-end          pic x(10).
        01  wk-prior-end          pic x(10).
        01  wk-day-num            binary-long.

       *> one account's revaluation
        01  wk-base-value         pic s9(9)v99.
        01  wk-prior-rate-value   pic s9(9)v99.
        01  wk-rate-rc            binary-long.
        01  wk-prior-rate-rc      binary-long.
        01  wk-rate-date          pic x(10).
        01  wk-prior-rate-date    pic x(10).
        01  wk-prior-value        pic s9(11)v99.
        01  wk-movement           pic s9(11)v99.
        01  wk-fx-effect          pic s9(11)v99.
        01  wk-line-status        pic x(6).
        01  wk-prior-found-flag   pic x(1).
            88 wk-prior-found     value "Y".
        01  wk-on-file-flag       pic x(1).
            88 wk-month-on-file   value "Y".

       *> per-currency totals for the report
        01  ccy-table.
            05 ccy-count          binary-long value 0.
            05 ccy-entry          occurs 50 times.
                10 ccy-currency       pic x(3).
                10 ccy-balance        pic s9(11)v99.
                10 ccy-base-value     pic s9(11)v99.
                10 ccy-prior-value    pic s9(11)v99.
                10 ccy-movement       pic s9(11)v99.
                10 ccy-fx-effect      pic s9(11)v99.
        01  wk-ccy-idx            binary-long.
        01  wk-ccy-found-flag     pic x(1).
            88 wk-ccy-found       value "Y".
        01  wk-grand-base         pic s9(11)v99 value zero.
        01  wk-grand-prior        pic s9(11)v99 value zero.
        01  wk-grand-movement     pic s9(11)v99 value zero.
        01  wk-grand-fx-effect    pic s9(11)v99 value zero.

        01  wk-account-count      binary-long value 0.
        01  wk-revalued-count     binary-long value 0.
        01  wk-stale-count        binary-long value 0.
        01  wk-norate-count       binary-long value 0.

       *> one run-history line per run, through RMQ0RUNH
        01  wk-runh-rc            binary-long value 0.

        procedure division.

        main-line.
            call "RMQ0RUNH" using "START   ", "FXREVAL ", wk-runh-rc,
                        wk-account-count, wk-revalued-count
            end-call
            perform load-the-month
            perform open-the-files
            perform revalue-next-account
                with test after
                until acctmst-eof
            perform write-the-totals
            perform close-the-files
            perform report-summary
            perform end-the-run.

        load-the-month.
            call "RMQ0BDT" using "CURRENT ", wk-today
            end-call
            move spaces to wk-run-date
            string wk-today-yyyy delimited by size
                   "-" delimited by size
                   wk-today-mm delimited by size
                   "-" delimited by size
                   wk-today-dd delimited by size
                   into wk-run-date
            end-string

            move wk-run-date(1:7) to wk-reval-month

            display "RMQREVALMON" upon environment-name
            accept wk-month-env from environment-value
                on exception
                    move spaces to wk-month-env
            end-accept
            if wk-month-env not = spaces
                move wk-month-env to wk-reval-month
            end-if

            if wk-reval-month(1:4) not numeric
               or wk-reval-month(5:1) not = "-"
               or wk-reval-month(6:2) not numeric
               or wk-reval-month(6:2) < "01"
               or wk-reval-month(6:2) > "12"
                move rmq-rc-bad-parm to return-code
                display "fxreval: RMQREVALMON must be yyyy-mm, not "
                        wk-reval-month
                perform end-the-run
            end-if

       *> the month end is the day before the first of the next month
            move wk-reval-month(1:4) to wk-month-yyyy
            move wk-reval-month(6:2) to wk-month-mm
            move 1 to wk-month-dd
            if wk-month-mm = 12
                add 1 to wk-month-yyyy
                move 1 to wk-month-mm
            else
                add 1 to wk-month-mm
            end-if
            perform find-the-day-before
            move wk-day-before to wk-month-end

       *> and the month before ends the day before this one began
            move wk-reval-month(1:4) to wk-month-yyyy
            move wk-reval-month(6:2) to wk-month-mm
            move 1 to wk-month-dd
            perform find-the-day-before
            move wk-day-before to wk-prior-end
            move wk-prior-end(1:7) to wk-prior-month

            display "fxreval: revaluing " wk-reval-month " at "
                    wk-month-end " rates, against " wk-prior-month.

        find-the-day-before.
            compute wk-day-num =
                function integer-of-date(wk-month-num) - 1
            compute wk-month-end-num =
                function date-of-integer(wk-day-num)
            move spaces to wk-day-before
            string wk-month-end-yyyy delimited by size
                   "-" delimited by size
                   wk-month-end-mm delimited by size
                   "-" delimited by size
                   wk-month-end-dd delimited by size
                   into wk-day-before
            end-string.

       *> a first-ever run finds no carried figures and creates the
       *> file; every account is then NEW
        open-the-files.
            open input acctmst-file
            if not acctmst-ok
                move rmq-rc-file-error to return-code
                display "fxreval: unable to open account master, "
                        "status " acctmst-status
                perform end-the-run
            end-if

            open i-o fxrevalh-file
            if not fxrevalh-ok
                open output fxrevalh-file
                if fxrevalh-ok
                    close fxrevalh-file
                    open i-o fxrevalh-file
                end-if
            end-if
            if not fxrevalh-ok
                move rmq-rc-file-error to return-code
                display "fxreval: unable to open revaluation history, "
                        "status " fxrevalh-status
                perform end-the-run
            end-if

            open output fxrevrpt-file
            if not fxrevrpt-ok
                move rmq-rc-file-error to return-code
                display "fxreval: unable to open revaluation report"
                perform end-the-run
            end-if.

        close-the-files.
            close acctmst-file
            close fxrevalh-file
            close fxrevrpt-file.

        revalue-next-account.
            read acctmst-file
                at end
                    set acctmst-eof to true
                not at end
                    add 1 to wk-account-count
                    if am-acct-currency not = wk-base-currency
                        perform revalue-one-account
                    end-if
            end-read.

        revalue-one-account.
            call "RMQ0RATE" using am-acct-balance, am-acct-currency,
                        wk-base-currency, wk-base-value, wk-rate-rc,
                        wk-month-end, wk-rate-date
            end-call

            if wk-rate-rc not = 0 and wk-rate-rc not = 4
                add 1 to wk-norate-count
                move "NORATE" to wk-line-status
                move zero to wk-base-value
                move zero to wk-prior-value
                move zero to wk-movement
                move zero to wk-fx-effect
                move spaces to wk-rate-date
                perform write-account-line
            else
                add 1 to wk-revalued-count
                perform find-last-month
                perform measure-the-movement
                perform write-account-line
                perform carry-the-figures
                perform add-to-the-totals
            end-if.

        find-last-month.
            move "N" to wk-prior-found-flag
            move zero to wk-prior-value
            move wk-prior-month to rv-revh-month
            move am-acct-number to rv-revh-acct-number
            read fxrevalh-file
                invalid key
                    continue
                not invalid key
                    set wk-prior-found to true
                    move rv-revh-base-value to wk-prior-value
            end-read.

       *> the rate's share of the movement: this month's balance at
       *> this month's rate less the same balance at last month's
        measure-the-movement.
            compute wk-movement = wk-base-value - wk-prior-value

            move zero to wk-fx-effect
            if wk-prior-found
                call "RMQ0RATE" using am-acct-balance,
                            am-acct-currency, wk-base-currency,
                            wk-prior-rate-value, wk-prior-rate-rc,
                            wk-prior-end, wk-prior-rate-date
                end-call
                if wk-prior-rate-rc = 0 or wk-prior-rate-rc = 4
                    compute wk-fx-effect =
                        wk-base-value - wk-prior-rate-value
                end-if
            end-if

            evaluate true
                when wk-rate-rc = 4
                    add 1 to wk-stale-count
                    move "STALE" to wk-line-status
                when not wk-prior-found
                    move "NEW" to wk-line-status
                when other
                    move "OK" to wk-line-status
            end-evaluate.

        write-account-line.
            move spaces to fr-revrp-line
            move am-acct-number   to fr-revrp-acct-number
            move am-acct-currency to fr-revrp-currency
            move am-acct-balance  to fr-revrp-balance
            move wk-rate-date     to fr-revrp-rate-date
            move wk-base-value    to fr-revrp-base-value
            move wk-prior-value   to fr-revrp-prior-value
            move wk-movement      to fr-revrp-movement
            move wk-fx-effect     to fr-revrp-fx-effect
            move wk-line-status   to fr-revrp-status
            write fr-revrp-line.

        carry-the-figures.
            move "N" to wk-on-file-flag
            move wk-reval-month to rv-revh-month
            move am-acct-number to rv-revh-acct-number
            read fxrevalh-file
                invalid key
                    continue
                not invalid key
                    set wk-month-on-file to true
            end-read

            move am-acct-currency to rv-revh-currency
            move am-acct-balance  to rv-revh-balance
            move wk-base-value    to rv-revh-base-value
            move wk-rate-date     to rv-revh-rate-date
            move wk-run-date      to rv-revh-run-date

            if wk-month-on-file
                rewrite rv-revh-record
                    invalid key
                        perform report-the-carry-failure
                end-rewrite
            else
                write rv-revh-record
                    invalid key
                        perform report-the-carry-failure
                end-write
            end-if.

        report-the-carry-failure.
            move rmq-rc-file-error to return-code
            display "fxreval: account " am-acct-number
                    " figures not carried, status " fxrevalh-status.

        add-to-the-totals.
            move "N" to wk-ccy-found-flag
            perform check-one-currency
                varying wk-ccy-idx from 1 by 1
                until wk-ccy-found or wk-ccy-idx > ccy-count

            if wk-ccy-found
                subtract 1 from wk-ccy-idx
            else
                if ccy-count < 50
                    add 1 to ccy-count
                    move ccy-count to wk-ccy-idx
                    move am-acct-currency to ccy-currency(wk-ccy-idx)
                    move zero to ccy-balance(wk-ccy-idx)
                    move zero to ccy-base-value(wk-ccy-idx)
                    move zero to ccy-prior-value(wk-ccy-idx)
                    move zero to ccy-movement(wk-ccy-idx)
                    move zero to ccy-fx-effect(wk-ccy-idx)
                else
       *> currency table full -- the grand total still counts it
                    move 0 to wk-ccy-idx
                end-if
            end-if

            if wk-ccy-idx > 0
                add am-acct-balance to ccy-balance(wk-ccy-idx)
                add wk-base-value   to ccy-base-value(wk-ccy-idx)
                add wk-prior-value  to ccy-prior-value(wk-ccy-idx)
                add wk-movement     to ccy-movement(wk-ccy-idx)
                add wk-fx-effect    to ccy-fx-effect(wk-ccy-idx)
            end-if

            add wk-base-value  to wk-grand-base
            add wk-prior-value to wk-grand-prior
            add wk-movement    to wk-grand-movement
            add wk-fx-effect   to wk-grand-fx-effect.

        check-one-currency.
            if ccy-currency(wk-ccy-idx) = am-acct-currency
                set wk-ccy-found to true
            end-if.

        write-the-totals.
            perform write-one-currency-total
                varying wk-ccy-idx from 1 by 1
                until wk-ccy-idx > ccy-count

            move spaces to fr-revrp-line
            move "*GRAND*"          to fr-revrp-acct-number
            move wk-base-currency   to fr-revrp-currency
            move zero               to fr-revrp-balance
            move wk-month-end       to fr-revrp-rate-date
            move wk-grand-base      to fr-revrp-base-value
            move wk-grand-prior     to fr-revrp-prior-value
            move wk-grand-movement  to fr-revrp-movement
            move wk-grand-fx-effect to fr-revrp-fx-effect
            write fr-revrp-line.

        write-one-currency-total.
            move spaces to fr-revrp-line
            move "*TOTAL*"     to fr-revrp-acct-number
            move ccy-currency(wk-ccy-idx)    to fr-revrp-currency
            move ccy-balance(wk-ccy-idx)     to fr-revrp-balance
            move wk-month-end                to fr-revrp-rate-date
            move ccy-base-value(wk-ccy-idx)  to fr-revrp-base-value
            move ccy-prior-value(wk-ccy-idx) to fr-revrp-prior-value
            move ccy-movement(wk-ccy-idx)    to fr-revrp-movement
            move ccy-fx-effect(wk-ccy-idx)   to fr-revrp-fx-effect
            write fr-revrp-line.

        report-summary.
            display "fxreval: accounts read=" wk-account-count
                    " revalued=" wk-revalued-count
                    " at a stale rate=" wk-stale-count
                    " no rate=" wk-norate-count
            display "fxreval: base worth " wk-grand-base
                    " movement " wk-grand-movement
                    " of which rate " wk-grand-fx-effect.

        end-the-run.
            move return-code to wk-runh-rc
            call "RMQ0RUNH" using "END     ", "FXREVAL ", wk-runh-rc,
                        wk-account-count, wk-revalued-count
            end-call
            move wk-runh-rc to return-code
            stop run.

        end program fxreval.
