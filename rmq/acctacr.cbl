        identification division.
        program-id.    acctacr.

       *> acctacr is the month-end interest and fee accrual over the
       *> ACCTMST account master.  For every open account it rebuilds
       *> the month's day-by-day balance off the ACCTHST movement
       *> history -- the same walk ACCTSTMT makes: the first movement
       *> in the month fixes the opening balance, each movement's new
       *> balance carries the account to the next, and an account
       *> that didn't move sat all month on the balance the first
       *> later movement (or failing that the master) says it ended
       *> on.  Each day's end-of-day balance is priced off the
       *> RMQACCRUE schedule (rmqaccr.cpy) for the account's currency
       *> and tier: a credit balance earns interest, an overdrawn one
       *> is charged interest and, once for the month, the overdraft
       *> fee of the deepest tier it reached.
       *>
       *> What accrued is applied to the master and journaled through
       *> ACCT0PST under its own source, ACCTACR -- interest earned as
       *> a credit, overdraft interest and the fee as debits -- so it
       *> lands on ACCTPOST and ACCTHST and shows on the next
       *> statement like any other movement.  Every open account gets
       *> a line on the ACCRREG accrual register (rmqacrrg.cpy).
       *>
       *> The month defaults to the one before the business date's
       *> (RMQ0BDT) and is overridable through RMQACRMON (yyyy-mm); a
       *> month not yet over is refused.  The ACCRCTL control record
       *> (rmqacrct.cpy) keeps a month from posting twice: a month
       *> already COMPLETE posts nothing, a month earlier than the last
       *> one accrued is refused, and a run cut short leaves the month
       *> RUNNING with the last account posted, so the rerun carries on
       *> after it and extends the register rather than starting
       *> again.  Every account is priced before the first is posted, so
       *> a schedule or history problem stops the run with nothing
       *> applied.

        environment division.
        input-output section.
        file-control.
            select acctmst-file assign to "ACCTMST"
                organization indexed
                access mode dynamic
                record key am-acct-number
                file status is acctmst-status.
            select accthst-file assign to "ACCTHST"
                organization indexed
                access mode dynamic
                record key ah-hist-key
                file status is accthst-status.
            select rmqaccrue-file assign to "RMQACCRUE"
                organization line sequential
                file status is rmqaccrue-status.
            select accrctl-file assign to "ACCRCTL"
                organization line sequential
                file status is accrctl-status.
            select accrreg-file assign to "ACCRREG"
                organization line sequential
                file status is accrreg-status.

        data division.
        file section.
        fd  acctmst-file.
            copy rmqacct replacing ==:pfx:== by ==am==.
        fd  accthst-file.
            copy rmqachst replacing ==:pfx:== by ==ah==.
        fd  rmqaccrue-file.
            copy rmqaccr replacing ==:pfx:== by ==fa==.
        fd  accrctl-file.
            copy rmqacrct replacing ==:pfx:== by ==fc==.
        fd  accrreg-file.
            copy rmqacrrg replacing ==:pfx:== by ==fr==.

        working-storage section.

        01  acctmst-status        pic xx.
            88 acctmst-ok         value "00".
            88 acctmst-eof        value "10".

        01  accthst-status        pic xx.
            88 accthst-ok         value "00".

        01  rmqaccrue-status      pic xx.
            88 rmqaccrue-ok       value "00".
            88 rmqaccrue-eof      value "10".

        01  accrctl-status        pic xx.
            88 accrctl-ok         value "00".

        01  accrreg-status        pic xx.
            88 accrreg-ok         value "00".

            copy rmqretc.

        01  wk-today              pic 9(8).
        01  wk-today-edit         redefines wk-today.
            05 wk-today-yyyy      pic 9(4).
            05 wk-today-mm        pic 9(2).
            05 wk-today-dd        pic 9(2).
        01  wk-run-date           pic x(10).
        01  wk-now                pic 9(8).
        01  wk-now-edit           redefines wk-now.
            05 wk-now-hh          pic 9(2).
            05 wk-now-mi          pic 9(2).
            05 wk-now-ss          pic 9(2).
            05 wk-now-th          pic 9(2).
        01  wk-run-time           pic x(8).
        01  wk-this-month         pic x(7).

       *> the month being accrued
        01  wk-acr-month          pic x(7).
        01  wk-acr-month-edit     redefines wk-acr-month.
            05 wk-acr-yyyy        pic x(4).
            05 wk-acr-dash        pic x(1).
            05 wk-acr-mm          pic x(2).
        01  wk-acr-yyyy-num       pic 9(4).
        01  wk-acr-mm-num         pic 9(2).
        01  wk-month-env          pic x(7).
        01  wk-days-in-month      binary-long.
        01  wk-month-lengths      pic x(24)
                                  value "312831303130313130313031".
        01  wk-month-length-table redefines wk-month-lengths.
            05 wk-month-length    pic 9(2) occurs 12 times.
        01  wk-leap-quotient      binary-long.
        01  wk-leap-rem-4         binary-long.
        01  wk-leap-rem-100       binary-long.
        01  wk-leap-rem-400       binary-long.

       *> where a rerun of a month cut short picks up
        01  wk-resume-acct        pic x(10) value spaces.
        01  wk-resume-flag        pic x(1) value "N".
            88 wk-resuming        value "Y".

       *> the RMQACCRUE schedule
        01  tier-table.
            05 tier-count         binary-long value 0.
            05 tier-entry         occurs 100 times.
                10 tier-currency      pic x(3).
                10 tier-type          pic x(1).
                10 tier-floor         pic 9(9)v99.
                10 tier-rate          pic 9(2)v9(4).
                10 tier-fee           pic 9(5)v99.
        01  wk-tier-idx           binary-long.
        01  wk-want-type          pic x(1).
        01  wk-want-amount        pic 9(9)v99.
        01  wk-best-floor         pic 9(9)v99.
        01  wk-best-rate          pic 9(2)v9(4).
        01  wk-best-fee           pic 9(5)v99.
        01  wk-best-flag          pic x(1).
            88 wk-best-found      value "Y".

       *> one row per open account, priced before anything posts
        01  accrual-table.
            05 accrual-count      binary-long value 0.
            05 accrual-entry      occurs 5000 times.
                10 accrual-acct-number  pic x(10).
                10 accrual-currency     pic x(3).
                10 accrual-opening      pic s9(9)v99.
                10 accrual-closing      pic s9(9)v99.
                10 accrual-avg-balance  pic s9(9)v99.
                10 accrual-days-od      binary-long.
                10 accrual-cr-interest  pic 9(9)v99.
                10 accrual-dr-interest  pic 9(9)v99.
                10 accrual-fee          pic 9(5)v99.
        01  wk-idx                binary-long.

       *> history availability: no postings yet means every account
       *> sat on its master balance all month
        01  wk-hist-open-flag     pic x(1) value "N".
            88 wk-history-open    value "Y".

        01  wk-scan-flag          pic x(1).
            88 wk-scan-done       value "Y".

       *> per-account walk state
        01  wk-balance            pic s9(9)v99.
        01  wk-opening-balance    pic s9(9)v99.
        01  wk-opening-found-flag pic x(1).
            88 wk-opening-found   value "Y".
        01  wk-effect             pic s9(9)v99.
        01  wk-prev-day           binary-long.
        01  wk-move-day           binary-long.
        01  wk-seg-days           binary-long.
        01  wk-balance-days       pic s9(13)v99.
        01  wk-cr-accrued         pic 9(9)v9(6).
        01  wk-dr-accrued         pic 9(9)v9(6).
        01  wk-days-overdrawn     binary-long.
        01  wk-od-fee             pic 9(5)v99.

       *> posting one account
        01  wk-new-balance        pic s9(9)v99.
        01  wk-post-amount        pic 9(9)v99.
        01  wk-net                pic s9(9)v99.
        01  wk-credit-dc          pic x(1) value "C".
        01  wk-debit-dc           pic x(1) value "D".
        01  wk-source             pic x(8) value "ACCTACR".
        01  wk-no-msg-id          pic x(36) value spaces.
        01  wk-no-xfer-ref        pic x(16) value spaces.
        01  wk-leg-balance        pic s9(9)v99.
        01  wk-post-flag          pic x(1).
            88 wk-post-nil        value "N".
            88 wk-post-done       value "P".
            88 wk-post-failed     value "F".

        01  wk-account-count      binary-long value 0.
        01  wk-posted-count       binary-long value 0.
        01  wk-nil-count          binary-long value 0.
        01  wk-total-cr           pic s9(11)v99 value 0.
        01  wk-total-dr           pic s9(11)v99 value 0.
        01  wk-total-fee          pic s9(11)v99 value 0.

       *> one run-history line per run, through RMQ0RUNH
        01  wk-runh-rc            binary-long value 0.
        01  wk-runh-in            binary-long value 0.
        01  wk-runh-out           binary-long value 0.

        procedure division.

        main-line.
            call "RMQ0RUNH" using "START   ", "ACCTACR ", wk-runh-rc,
                        wk-runh-in, wk-runh-out
            end-call
            perform get-the-run-date
            perform load-the-accrual-month
            perform check-the-control
            perform load-the-schedule
            perform size-the-month
            perform price-the-accounts
            perform mark-the-month-running
            perform open-the-register
            perform post-one-account
                varying wk-idx from 1 by 1
                until wk-idx > accrual-count
            close accrreg-file
            close acctmst-file
            perform mark-the-month-complete
            perform report-totals
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
            end-string
            move wk-run-date(1:7) to wk-this-month.

       *> the month just ended unless RMQACRMON names another; a
       *> month still running has no month-end to accrue to yet
        load-the-accrual-month.
            if wk-today-mm = 1
                compute wk-acr-yyyy-num = wk-today-yyyy - 1
                move 12 to wk-acr-mm-num
            else
                move wk-today-yyyy to wk-acr-yyyy-num
                compute wk-acr-mm-num = wk-today-mm - 1
            end-if
            move wk-acr-yyyy-num to wk-acr-yyyy
            move "-" to wk-acr-dash
            move wk-acr-mm-num to wk-acr-mm

            display "RMQACRMON" upon environment-name
            accept wk-month-env from environment-value
                on exception
                    move spaces to wk-month-env
            end-accept

            if wk-month-env not = spaces
                move wk-month-env to wk-acr-month
            end-if

            if wk-acr-yyyy not numeric
               or wk-acr-dash not = "-"
               or wk-acr-mm not numeric
                move rmq-rc-bad-parm to return-code
                display "acctacr: accrual month " wk-acr-month
                        " is not yyyy-mm"
                perform end-the-run
            end-if

            move wk-acr-yyyy to wk-acr-yyyy-num
            move wk-acr-mm   to wk-acr-mm-num
            if wk-acr-mm-num < 1 or wk-acr-mm-num > 12
                move rmq-rc-bad-parm to return-code
                display "acctacr: accrual month " wk-acr-month
                        " is not yyyy-mm"
                perform end-the-run
            end-if

            if wk-acr-month not < wk-this-month
                move rmq-rc-bad-parm to return-code
                display "acctacr: month " wk-acr-month
                        " has not ended -- nothing accrued"
                perform end-the-run
            end-if

            display "acctacr: accruing interest and fees for "
                    wk-acr-month.

       *> no control record means no month was ever accrued
        check-the-control.
            open input accrctl-file
            if accrctl-ok
                read accrctl-file
                    at end
                        continue
                    not at end
                        perform judge-the-control
                end-read
                close accrctl-file
            end-if.

        judge-the-control.
            evaluate true
                when fc-acrct-month = wk-acr-month
                     and fc-acrct-complete
                    display "acctacr: " wk-acr-month
                            " already accrued on " fc-acrct-date
                            " -- nothing posted"
                    close accrctl-file
                    perform end-the-run
                when fc-acrct-month = wk-acr-month
                     and fc-acrct-running
                    set wk-resuming to true
                    move fc-acrct-last-acct to wk-resume-acct
                    display "acctacr: resuming " wk-acr-month
                            " after account " wk-resume-acct
                when fc-acrct-running
                    move rmq-rc-bad-parm to return-code
                    display "acctacr: " fc-acrct-month
                            " was cut short -- finish it before "
                            "accruing " wk-acr-month
                    close accrctl-file
                    perform end-the-run
                when fc-acrct-month > wk-acr-month
                    move rmq-rc-bad-parm to return-code
                    display "acctacr: already accrued through "
                            fc-acrct-month " -- " wk-acr-month
                            " refused"
                    close accrctl-file
                    perform end-the-run
                when other
                    continue
            end-evaluate.

        load-the-schedule.
            open input rmqaccrue-file
            if not rmqaccrue-ok
                move rmq-rc-file-error to return-code
                display "acctacr: unable to open accrual schedule, "
                        "status " rmqaccrue-status
                perform end-the-run
            end-if

            perform load-next-tier
                with test after
                until rmqaccrue-eof

            close rmqaccrue-file

            display "acctacr: " tier-count " schedule rows loaded".

        load-next-tier.
            read rmqaccrue-file
                at end
                    set rmqaccrue-eof to true
                not at end
                    if fa-accr-tier-floor not numeric
                       or fa-accr-annual-rate not numeric
                       or fa-accr-monthly-fee not numeric
                       or not (fa-accr-credit or fa-accr-debit)
                        move rmq-rc-bad-parm to return-code
                        display "acctacr: bad schedule row "
                                fa-accr-entry
                        close rmqaccrue-file
                        perform end-the-run
                    end-if
                    if tier-count >= 100
                        move rmq-rc-bad-parm to return-code
                        display "acctacr: more than 100 schedule rows"
                        close rmqaccrue-file
                        perform end-the-run
                    end-if
                    add 1 to tier-count
                    move fa-accr-currency
                        to tier-currency(tier-count)
                    move fa-accr-type to tier-type(tier-count)
                    move fa-accr-tier-floor to tier-floor(tier-count)
                    move fa-accr-annual-rate to tier-rate(tier-count)
                    move fa-accr-monthly-fee to tier-fee(tier-count)
            end-read.

       *> February takes a leap day in a year divisible by 4, except
       *> a century year not divisible by 400
        size-the-month.
            move wk-month-length(wk-acr-mm-num) to wk-days-in-month
            if wk-acr-mm-num = 2
                divide wk-acr-yyyy-num by 4 giving wk-leap-quotient
                    remainder wk-leap-rem-4
                divide wk-acr-yyyy-num by 100 giving wk-leap-quotient
                    remainder wk-leap-rem-100
                divide wk-acr-yyyy-num by 400 giving wk-leap-quotient
                    remainder wk-leap-rem-400
                if wk-leap-rem-4 = 0
                   and (wk-leap-rem-100 not = 0
                    or wk-leap-rem-400 = 0)
                    move 29 to wk-days-in-month
                end-if
            end-if.

        price-the-accounts.
            open input acctmst-file
            if not acctmst-ok
                move rmq-rc-file-error to return-code
                display "acctacr: unable to open account master, "
                        "status " acctmst-status
                perform end-the-run
            end-if

            open input accthst-file
            if accthst-ok
                set wk-history-open to true
            end-if

            perform price-next-account
                with test after
                until acctmst-eof

            close acctmst-file
            if wk-history-open
                close accthst-file
            end-if.

        price-next-account.
            read acctmst-file next record
                at end
                    set acctmst-eof to true
                not at end
                    add 1 to wk-account-count
                    if am-acct-open
                       and (not wk-resuming
                        or am-acct-number > wk-resume-acct)
                        perform price-one-account
                    end-if
            end-read.

        price-one-account.
            if accrual-count >= 5000
                move rmq-rc-file-error to return-code
                display "acctacr: more than 5000 open accounts -- "
                        "nothing posted"
                close acctmst-file
                perform end-the-run
            end-if

            move am-acct-balance to wk-balance
            move am-acct-balance to wk-opening-balance
            move "N" to wk-opening-found-flag
            move 1 to wk-prev-day
            move zero to wk-balance-days
            move zero to wk-cr-accrued
            move zero to wk-dr-accrued
            move 0 to wk-days-overdrawn
            move zero to wk-od-fee

            if wk-history-open
                perform walk-the-history
            end-if

            if not wk-opening-found
                move wk-balance to wk-opening-balance
            end-if

       *> the last movement's balance carries to the month's end
            compute wk-seg-days = wk-days-in-month + 1 - wk-prev-day
            perform accrue-one-stretch

            add 1 to accrual-count
            move am-acct-number to accrual-acct-number(accrual-count)
            move am-acct-currency to accrual-currency(accrual-count)
            move wk-opening-balance to accrual-opening(accrual-count)
            move wk-balance to accrual-closing(accrual-count)
            compute accrual-avg-balance(accrual-count) rounded =
                wk-balance-days / wk-days-in-month
            move wk-days-overdrawn to accrual-days-od(accrual-count)
            compute accrual-cr-interest(accrual-count) rounded =
                wk-cr-accrued
            compute accrual-dr-interest(accrual-count) rounded =
                wk-dr-accrued
            if wk-days-overdrawn > 0
                move wk-od-fee to accrual-fee(accrual-count)
            else
                move zero to accrual-fee(accrual-count)
            end-if.

       *> the history is read oldest first; movements before the
       *> month are skipped, the month's own movements step the
       *> balance day by day, and the first movement after the month
       *> says where it ended -- everything later is next month's
        walk-the-history.
            move "N" to wk-scan-flag
            move spaces to ah-hist-key
            move am-acct-number to ah-hist-acct-number

            start accthst-file key >= ah-hist-key
                invalid key
                    set wk-scan-done to true
            end-start

            perform take-next-movement
                until wk-scan-done.

        take-next-movement.
            read accthst-file next
                at end
                    set wk-scan-done to true
                not at end
                    if ah-hist-acct-number not = am-acct-number
                        set wk-scan-done to true
                    else
                        perform classify-one-movement
                    end-if
            end-read.

        classify-one-movement.
            evaluate true
                when ah-hist-date(1:7) < wk-acr-month
                    continue
                when ah-hist-date(1:7) = wk-acr-month
                    perform step-one-movement
                when other
                    if not wk-opening-found
                        perform reverse-one-movement
                        compute wk-balance =
                            ah-hist-new-balance - wk-effect
                    end-if
                    set wk-scan-done to true
            end-evaluate.

        reverse-one-movement.
            if ah-hist-credit
                move ah-hist-amount to wk-effect
            else
                compute wk-effect = 0 - ah-hist-amount
            end-if.

       *> the days before this movement sat on the balance before it;
       *> the movement's own day ends on the balance it produced
        step-one-movement.
            if not wk-opening-found
                set wk-opening-found to true
                perform reverse-one-movement
                compute wk-opening-balance =
                    ah-hist-new-balance - wk-effect
                move wk-opening-balance to wk-balance
            end-if

            move ah-hist-date(9:2) to wk-move-day
            compute wk-seg-days = wk-move-day - wk-prev-day
            perform accrue-one-stretch

            move ah-hist-new-balance to wk-balance
            move wk-move-day to wk-prev-day.

       *> wk-seg-days days at wk-balance, accrued at the tier the
       *> balance reaches over a 365-day year
        accrue-one-stretch.
            if wk-seg-days > 0
                compute wk-balance-days =
                    wk-balance-days + wk-balance * wk-seg-days

                evaluate true
                    when wk-balance > 0
                        move "C" to wk-want-type
                        move wk-balance to wk-want-amount
                        perform find-the-tier
                        if wk-best-found
                            compute wk-cr-accrued = wk-cr-accrued
                                + wk-want-amount * wk-best-rate
                                * wk-seg-days / 36500
                        end-if
                    when wk-balance < 0
                        add wk-seg-days to wk-days-overdrawn
                        move "D" to wk-want-type
                        compute wk-want-amount = 0 - wk-balance
                        perform find-the-tier
                        if wk-best-found
                            compute wk-dr-accrued = wk-dr-accrued
                                + wk-want-amount * wk-best-rate
                                * wk-seg-days / 36500
                            if wk-best-fee > wk-od-fee
                                move wk-best-fee to wk-od-fee
                            end-if
                        end-if
                    when other
                        continue
                end-evaluate
            end-if.

        find-the-tier.
            move "N" to wk-best-flag
            move zero to wk-best-floor
            move zero to wk-best-rate
            move zero to wk-best-fee
            perform weigh-one-tier
                varying wk-tier-idx from 1 by 1
                until wk-tier-idx > tier-count.

        weigh-one-tier.
            if tier-currency(wk-tier-idx) = am-acct-currency
               and tier-type(wk-tier-idx) = wk-want-type
               and tier-floor(wk-tier-idx) <= wk-want-amount
               and (not wk-best-found
                or tier-floor(wk-tier-idx) > wk-best-floor)
                set wk-best-found to true
                move tier-floor(wk-tier-idx) to wk-best-floor
                move tier-rate(wk-tier-idx)  to wk-best-rate
                move tier-fee(wk-tier-idx)   to wk-best-fee
            end-if.

       *> from here on the month is RUNNING until the last account
       *> is posted
        mark-the-month-running.
            move spaces to fc-acrct-record
            move wk-acr-month to fc-acrct-month
            set fc-acrct-running to true
            move wk-resume-acct to fc-acrct-last-acct
            perform write-the-control.

        mark-the-month-complete.
            if return-code = 0
                move spaces to fc-acrct-record
                move wk-acr-month to fc-acrct-month
                set fc-acrct-complete to true
                move spaces to fc-acrct-last-acct
                perform write-the-control
            end-if.

        write-the-control.
            accept wk-now from time
            move spaces to wk-run-time
            string wk-now-hh delimited by size
                   ":" delimited by size
                   wk-now-mi delimited by size
                   ":" delimited by size
                   wk-now-ss delimited by size
                   into wk-run-time
            end-string
            move wk-run-date to fc-acrct-date
            move wk-run-time to fc-acrct-time

            open output accrctl-file
            if not accrctl-ok
                move rmq-rc-file-error to return-code
                display "acctacr: unable to write accrual control, "
                        "status " accrctl-status
                perform end-the-run
            end-if
            write fc-acrct-record
            close accrctl-file.

       *> a resumed month carries on the register it started
        open-the-register.
            if wk-resuming
                open extend accrreg-file
            else
                open output accrreg-file
            end-if
            if not accrreg-ok
                open output accrreg-file
            end-if
            if not accrreg-ok
                move rmq-rc-file-error to return-code
                display "acctacr: unable to open accrual register, "
                        "status " accrreg-status
                perform end-the-run
            end-if

            open i-o acctmst-file
            if not acctmst-ok
                move rmq-rc-file-error to return-code
                display "acctacr: unable to open account master, "
                        "status " acctmst-status
                close accrreg-file
                perform end-the-run
            end-if.

       *> the accrual is applied to the balance the master carries
       *> now, which may have moved since the month ended
        post-one-account.
            set wk-post-nil to true
            compute wk-net = accrual-cr-interest(wk-idx)
                - accrual-dr-interest(wk-idx) - accrual-fee(wk-idx)

            move accrual-acct-number(wk-idx) to am-acct-number
            read acctmst-file
                invalid key
                    set wk-post-failed to true
                not invalid key
                    move am-acct-balance to wk-new-balance
            end-read

            if wk-post-nil
               and (accrual-cr-interest(wk-idx) > 0
                or accrual-dr-interest(wk-idx) > 0
                or accrual-fee(wk-idx) > 0)
                perform apply-the-accrual
            end-if

            if wk-post-failed
                move zero to wk-new-balance
            end-if
            perform write-register-line

            if wk-post-failed
                move rmq-rc-file-error to return-code
                display "acctacr: account "
                        accrual-acct-number(wk-idx)
                        " not posted, status " acctmst-status
                        " -- rerun to carry on from it"
                close acctmst-file
                close accrreg-file
                perform end-the-run
            end-if

            if wk-post-nil
                add 1 to wk-nil-count
            end-if

            move spaces to fc-acrct-record
            move wk-acr-month to fc-acrct-month
            set fc-acrct-running to true
            move accrual-acct-number(wk-idx) to fc-acrct-last-acct
            perform write-the-control.

        apply-the-accrual.
            compute wk-new-balance = am-acct-balance + wk-net
            move wk-new-balance to am-acct-balance
            perform stamp-the-account
            rewrite am-acct-record
                invalid key
                    set wk-post-failed to true
            end-rewrite

            if not wk-post-failed
                set wk-post-done to true
                perform journal-the-accrual
                add 1 to wk-posted-count
                add accrual-cr-interest(wk-idx) to wk-total-cr
                add accrual-dr-interest(wk-idx) to wk-total-dr
                add accrual-fee(wk-idx) to wk-total-fee
            end-if.

       *> one movement per charge, each with the balance it leaves
        journal-the-accrual.
            compute wk-leg-balance = wk-new-balance - wk-net

            if accrual-cr-interest(wk-idx) > 0
                move accrual-cr-interest(wk-idx) to wk-post-amount
                add wk-post-amount to wk-leg-balance
                call "ACCT0PST" using am-acct-number, wk-credit-dc,
                            wk-post-amount, wk-leg-balance, wk-source,
                            wk-no-msg-id, wk-no-xfer-ref
                end-call
            end-if

            if accrual-dr-interest(wk-idx) > 0
                move accrual-dr-interest(wk-idx) to wk-post-amount
                subtract wk-post-amount from wk-leg-balance
                call "ACCT0PST" using am-acct-number, wk-debit-dc,
                            wk-post-amount, wk-leg-balance, wk-source,
                            wk-no-msg-id, wk-no-xfer-ref
                end-call
            end-if

            if accrual-fee(wk-idx) > 0
                move accrual-fee(wk-idx) to wk-post-amount
                subtract wk-post-amount from wk-leg-balance
                call "ACCT0PST" using am-acct-number, wk-debit-dc,
                            wk-post-amount, wk-leg-balance, wk-source,
                            wk-no-msg-id, wk-no-xfer-ref
                end-call
            end-if.

        stamp-the-account.
            accept wk-now from time
            move wk-run-date to am-acct-updated-date
            move spaces to am-acct-updated-time
            string wk-now-hh delimited by size
                   ":" delimited by size
                   wk-now-mi delimited by size
                   ":" delimited by size
                   wk-now-ss delimited by size
                   into am-acct-updated-time
            end-string.

        write-register-line.
            move spaces to fr-acrrg-line
            move wk-acr-month to fr-acrrg-month
            move accrual-acct-number(wk-idx) to fr-acrrg-acct-number
            move accrual-currency(wk-idx) to fr-acrrg-currency
            move accrual-opening(wk-idx) to fr-acrrg-opening
            move accrual-closing(wk-idx) to fr-acrrg-closing
            move accrual-avg-balance(wk-idx) to fr-acrrg-avg-balance
            move accrual-days-od(wk-idx) to fr-acrrg-days-overdrawn
            move accrual-cr-interest(wk-idx) to fr-acrrg-cr-interest
            move accrual-dr-interest(wk-idx) to fr-acrrg-dr-interest
            move accrual-fee(wk-idx) to fr-acrrg-fee
            move wk-net to fr-acrrg-net
            move wk-new-balance to fr-acrrg-new-balance
            evaluate true
                when wk-post-failed
                    move "FAILED" to fr-acrrg-status
                when wk-post-done
                    move "POSTED" to fr-acrrg-status
                when other
                    move "NIL" to fr-acrrg-status
            end-evaluate
            write fr-acrrg-line.

        report-totals.
            display "acctacr: " wk-acr-month
                    " accounts read=" wk-account-count
                    " posted=" wk-posted-count
                    " nil=" wk-nil-count
            display "acctacr: interest paid=" wk-total-cr
                    " interest charged=" wk-total-dr
                    " fees=" wk-total-fee.

        end-the-run.
            move return-code to wk-runh-rc
            call "RMQ0RUNH" using "END     ", "ACCTACR ", wk-runh-rc,
                        wk-account-count, wk-posted-count
            end-call
            move wk-runh-rc to return-code
            stop run.

        end program acctacr.
