        identification division.
        program-id.    dormscan.

       *> dormscan is the monthly dormant-account scan.  An account
       *> nobody has moved in a year stays open on ACCTMST, and it is
       *> exactly the account nobody would notice being debited; this
       *> run finds them.  For every open account it takes the last
       *> customer movement date off the ACCTHST history (interest
       *> accrued by ACCTACR doesn't count) and, when that is
       *> older than the idle period, flags the account dormant on
       *> the ACCTDORM dormancy file (rmqacdrm.cpy).  From then on
       *> POSTTXN refuses its debits (DORMANT), the ACCTSTMT statement
       *> carries a dormancy notice, and only a reactivation on the
       *> ACCTMNT screen (function V, journaled on ACCTAUD) lets it
       *> trade again -- a credit landing meanwhile doesn't wake it.
       *>
       *> The idle period is RMQDORMDAYS days, 365 by default.  A
       *> reactivated account's period restarts on the day it was
       *> woken; an account with no movement on the history at all
       *> is watched from the day the scan first sees it, so one
       *> opened before the history began isn't flagged on sight.
       *> Every dormant account -- newly flagged or still waiting --
       *> goes on the DORMRPT report (rmqdrmrp.cpy).

        environment division.
        input-output section.
        file-control.
            select acctmst-file assign to "ACCTMST"
                organization indexed
                access mode sequential
                record key am-acct-number
                file status is acctmst-status.
            select accthst-file assign to "ACCTHST"
                organization indexed
                access mode dynamic
                record key ah-hist-key
                file status is accthst-status.
            select acctdorm-file assign to "ACCTDORM"
                organization indexed
                access mode random
                record key ad-dorm-acct-number
                file status is acctdorm-status.
            select dormrpt-file assign to "DORMRPT"
                organization line sequential
                file status is dormrpt-status.

        data division.
        file section.
        fd  acctmst-file.
            copy rmqacct replacing ==:pfx:== by ==am==.
        fd  accthst-file.
            copy rmqachst replacing ==:pfx:== by ==ah==.
        fd  acctdorm-file.
            copy rmqacdrm replacing ==:pfx:== by ==ad==.
        fd  dormrpt-file.
            copy rmqdrmrp replacing ==:pfx:== by ==fr==.

        working-storage section.

        01  acctmst-status        pic xx.
            88 acctmst-ok         value "00".
            88 acctmst-eof        value "10".

        01  accthst-status        pic xx.
            88 accthst-ok         value "00".

        01  acctdorm-status       pic xx.
            88 acctdorm-ok        value "00".

        01  dormrpt-status        pic xx.
            88 dormrpt-ok         value "00".

            copy rmqretc.

        01  wk-today              pic 9(8).
        01  wk-today-edit         redefines wk-today.
            05 wk-today-yyyy      pic 9(4).
            05 wk-today-mm        pic 9(2).
            05 wk-today-dd        pic 9(2).
        01  wk-run-date           pic x(10).
        01  wk-today-num          binary-long.

       *> the idle period and the day it reaches back to
        01  wk-idle-days          binary-long value 365.
        01  wk-idle-text          pic x(6).
        01  wk-cutoff             pic 9(8).
        01  wk-cutoff-edit        redefines wk-cutoff.
            05 wk-cutoff-yyyy     pic 9(4).
            05 wk-cutoff-mm       pic 9(2).
            05 wk-cutoff-dd       pic 9(2).
        01  wk-cutoff-date        pic x(10).

       *> history availability: no postings yet means no account
       *> has a movement to judge by, and every one is watched
        01  wk-hist-open-flag     pic x(1) value "N".
            88 wk-history-open    value "Y".

        01  wk-scan-flag          pic x(1).
            88 wk-scan-done       value "Y".
        01  wk-dorm-found-flag    pic x(1).
            88 wk-dorm-found      value "Y".
        01  wk-flag-failed-flag   pic x(1).
            88 wk-flag-failed     value "Y".
        01  wk-report-status      pic x(8).

       *> per-account judgement
        01  wk-last-move          pic x(10).
        01  wk-idle-since         pic x(10).

        01  wk-account-count      binary-long value 0.
        01  wk-new-count          binary-long value 0.
        01  wk-still-count        binary-long value 0.
        01  wk-watch-count        binary-long value 0.

       *> one run-history line per run, through RMQ0RUNH
        01  wk-runh-rc            binary-long value 0.
        01  wk-runh-in            binary-long value 0.
        01  wk-runh-out           binary-long value 0.

        procedure division.

        main-line.
            call "RMQ0RUNH" using "START   ", "DORMSCAN", wk-runh-rc,
                        wk-runh-in, wk-runh-out
            end-call
            perform get-the-run-date
            perform load-the-idle-period
            perform open-the-files
            perform scan-next-account
                with test after
                until acctmst-eof
            perform close-the-files
            perform report-summary
            perform end-the-run.

        get-the-run-date.
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
            end-string.

        load-the-idle-period.
            display "RMQDORMDAYS" upon environment-name
            accept wk-idle-text from environment-value
                on exception
                    move spaces to wk-idle-text
            end-accept
            if wk-idle-text not = spaces
                compute wk-idle-days = function numval(wk-idle-text)
            end-if

            if wk-idle-days < 1
                move rmq-rc-bad-parm to return-code
                display "dormscan: RMQDORMDAYS must be at least 1"
                perform end-the-run
            end-if

            compute wk-cutoff = function date-of-integer
                (wk-today-num - wk-idle-days)
            move spaces to wk-cutoff-date
            string wk-cutoff-yyyy delimited by size
                   "-" delimited by size
                   wk-cutoff-mm delimited by size
                   "-" delimited by size
                   wk-cutoff-dd delimited by size
                   into wk-cutoff-date
            end-string

            display "dormscan: dormant after " wk-idle-days
                    " idle day(s) -- no movement since before "
                    wk-cutoff-date.

       *> a first-ever scan finds no dormancy file and creates it
        open-the-files.
            open input acctmst-file
            if not acctmst-ok
                move rmq-rc-file-error to return-code
                display "dormscan: unable to open account master, "
                        "status " acctmst-status
                perform end-the-run
            end-if

            open input accthst-file
            if accthst-ok
                set wk-history-open to true
            end-if

            open i-o acctdorm-file
            if not acctdorm-ok
                open output acctdorm-file
                if acctdorm-ok
                    close acctdorm-file
                    open i-o acctdorm-file
                end-if
            end-if
            if not acctdorm-ok
                move rmq-rc-file-error to return-code
                display "dormscan: unable to open dormancy file, "
                        "status " acctdorm-status
                perform end-the-run
            end-if

            open output dormrpt-file
            if not dormrpt-ok
                move rmq-rc-file-error to return-code
                display "dormscan: unable to open dormant report"
                perform end-the-run
            end-if.

        close-the-files.
            close acctmst-file
            if wk-history-open
                close accthst-file
            end-if
            close acctdorm-file
            close dormrpt-file.

        scan-next-account.
            read acctmst-file
                at end
                    set acctmst-eof to true
                not at end
                    if am-acct-open
                        add 1 to wk-account-count
                        perform judge-one-account
                    end-if
            end-read.

        judge-one-account.
            move spaces to wk-last-move
            if wk-history-open
                perform find-the-last-movement
            end-if

            move "N" to wk-dorm-found-flag
            move am-acct-number to ad-dorm-acct-number
            read acctdorm-file
                invalid key
                    continue
                not invalid key
                    set wk-dorm-found to true
            end-read

            if wk-dorm-found and ad-dorm-dormant
                add 1 to wk-still-count
                move "DORMANT" to wk-report-status
                perform write-report-line
            else
                perform find-the-idle-start
                if wk-idle-since < wk-cutoff-date
                    perform flag-the-account
                end-if
            end-if.

       *> the latest of the last movement, the reactivation and,
       *> for an account that never moved, the day it was first
       *> watched
        find-the-idle-start.
            move wk-last-move to wk-idle-since

            if wk-dorm-found and ad-dorm-reactivated
               and ad-dorm-reactivated-date > wk-idle-since
                move ad-dorm-reactivated-date to wk-idle-since
            end-if

            if wk-idle-since = spaces
                if wk-dorm-found and ad-dorm-watched
                    move ad-dorm-watch-date to wk-idle-since
                else
                    perform watch-the-account
                    move wk-run-date to wk-idle-since
                end-if
            end-if.

        watch-the-account.
            move spaces to ad-dorm-record
            move am-acct-number to ad-dorm-acct-number
            set ad-dorm-watched to true
            move wk-run-date to ad-dorm-watch-date
            add 1 to wk-watch-count
            if wk-dorm-found
                rewrite ad-dorm-record
                    invalid key
                        continue
                end-rewrite
            else
                write ad-dorm-record
                    invalid key
                        continue
                end-write
                set wk-dorm-found to true
            end-if.

        flag-the-account.
            if not wk-dorm-found
                move spaces to ad-dorm-record
                move am-acct-number to ad-dorm-acct-number
            end-if
            set ad-dorm-dormant to true
            move wk-last-move to ad-dorm-last-move-date
            move wk-run-date  to ad-dorm-flagged-date

            move "N" to wk-flag-failed-flag
            if wk-dorm-found
                rewrite ad-dorm-record
                    invalid key
                        set wk-flag-failed to true
                end-rewrite
            else
                write ad-dorm-record
                    invalid key
                        set wk-flag-failed to true
                end-write
            end-if

            if wk-flag-failed
                move rmq-rc-file-error to return-code
                display "dormscan: account " am-acct-number
                        " not flagged, status " acctdorm-status
            else
                add 1 to wk-new-count
                move "NEW" to wk-report-status
                perform write-report-line
            end-if.

       *> the history is keyed account then date, so the last entry
       *> read for the account is its latest movement.  Interest the
       *> ACCTACR accrual posts is the bank's doing, not the
       *> customer's, and would otherwise keep every account with a
       *> balance awake forever
        find-the-last-movement.
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
                        if ah-hist-source not = "ACCTACR"
                            move ah-hist-date to wk-last-move
                        end-if
                    end-if
            end-read.

        write-report-line.
            move spaces to fr-drmrp-line
            move am-acct-number   to fr-drmrp-acct-number
            move am-acct-name     to fr-drmrp-acct-name
            move am-acct-currency to fr-drmrp-currency
            move am-acct-balance  to fr-drmrp-balance
            if ad-dorm-last-move-date = spaces
                move "NONE" to fr-drmrp-last-move
            else
                move ad-dorm-last-move-date to fr-drmrp-last-move
            end-if
            evaluate true
                when ad-dorm-reactivated-date
                        > ad-dorm-last-move-date
                    move ad-dorm-reactivated-date
                            to fr-drmrp-idle-since
                when ad-dorm-last-move-date = spaces
                    move ad-dorm-watch-date to fr-drmrp-idle-since
                when other
                    move ad-dorm-last-move-date to fr-drmrp-idle-since
            end-evaluate
            move ad-dorm-flagged-date to fr-drmrp-flagged
            move wk-report-status to fr-drmrp-status
            write fr-drmrp-line.

        report-summary.
            display "dormscan: open accounts=" wk-account-count
                    " newly dormant=" wk-new-count
                    " still dormant=" wk-still-count
                    " newly watched=" wk-watch-count.

        end-the-run.
            move return-code to wk-runh-rc
            call "RMQ0RUNH" using "END     ", "DORMSCAN", wk-runh-rc,
                        wk-account-count, wk-new-count
            end-call
            move wk-runh-rc to return-code
            stop run.

        end program dormscan.
