        identification division.
        program-id.    acct0vel.

       *> acct0vel is POSTTXN's posting velocity control.  The
       *> RMQVELOC parmlib (rmqvelo.cpy) sets, per account and per
       *> calling partner, how many debits may post in one clock
       *> hour, how much debit value in one day, and the ceiling on
       *> any one debit; the running tallies live on the ACCTVEL file
       *> (rmqacvel.cpy).  The limits are loaded once per run and
       *> cached the way RMQ0RATE caches its rates; the tally and
       *> review files are opened per call, the way ACCT0AVL opens
       *> the holds file, so the ACCTVREV screen and the handler see
       *> each other's work at once.  Three functions:
       *>
       *>   CHECK  -- would this debit breach a limit?  lk-reason
       *>             comes back naming the first limit broken
       *>             (account limits ahead of caller limits), or
       *>             spaces when it may post -- always spaces for
       *>             a caller RMQVELOC lists as exempt;
       *>   COUNT  -- a debit posted: add it to the account's and
       *>             the caller's tallies;
       *>   HOLD   -- file the debit on the ACCTREVW review file
       *>             (rmqacrvw.cpy) under the next REV id off
       *>             REVSEQ, pending a ruling on ACCTVREV; lk-review-
       *>             id comes back spaces if it could not be filed;
       *>   HOLDXFER -- the same for the debit leg of an XFERTXN
       *>             transfer, filed as a transfer (rvw-dc X) so it
       *>             is never released as a lone debit.
       *>
       *> A tally file that can't be opened fails the CHECK closed --
       *> the debit is held for review rather than waved through.

        environment division.
        input-output section.
        file-control.
            select rmqveloc-file assign to "RMQVELOC"
                organization line sequential
                file status is rmqveloc-status.
            select acctvel-file assign to "ACCTVEL"
                organization indexed
                access mode random
                record key vl-vel-key
                file status is acctvel-status.
            select acctrevw-file assign to "ACCTREVW"
                organization indexed
                access mode random
                record key rv-rvw-id
                file status is acctrevw-status.
            select revseq-file assign to "REVSEQ"
                organization line sequential
                file status is revseq-status.

        data division.
        file section.
        fd  rmqveloc-file.
            copy rmqvelo replacing ==:pfx:== by ==fv==.
        fd  acctvel-file.
            copy rmqacvel replacing ==:pfx:== by ==vl==.
        fd  acctrevw-file.
            copy rmqacrvw replacing ==:pfx:== by ==rv==.
        fd  revseq-file.
            copy rmqordsq replacing ==:pfx:== by ==fs==.

        working-storage section.
        01  rmqveloc-status         pic xx.
            88 rmqveloc-ok          value "00".
            88 rmqveloc-eof         value "10".

        01  acctvel-status          pic xx.
            88 acctvel-ok           value "00".

        01  acctrevw-status         pic xx.
            88 acctrevw-ok          value "00".

        01  revseq-status           pic xx.
            88 revseq-ok            value "00".

        01  wk-loaded-flag          pic x(1) value "N".
            88 wk-table-loaded      value "Y".

        01  limit-table.
            05 limit-count          binary-long value 0.
            05 limit-entry          occurs 200 times.
                10 limit-scope          pic x(1).
                10 limit-key            pic x(10).
                10 limit-per-hour       pic 9(5).
                10 limit-per-day        pic 9(9)v99.
                10 limit-single         pic 9(9)v99.

        01  wk-idx                  binary-long.

       *> the scope being judged and the limits that apply to it
        01  wk-scope                pic x(1).
        01  wk-scope-id             pic x(10).
        01  wk-scope-label          pic x(6).
        01  wk-lim-found-flag       pic x(1).
            88 wk-own-row-found     value "Y".
        01  wk-lim-per-hour         pic 9(5).
        01  wk-lim-per-day          pic 9(9)v99.
        01  wk-lim-single           pic 9(9)v99.
        01  wk-tally-flag           pic x(1).
            88 wk-tally-found       value "Y".
        01  wk-file-flag            pic x(1).
            88 wk-tally-file-open   value "Y".

        01  wk-today                pic 9(8).
        01  wk-today-edit           redefines wk-today.
            05 wk-today-yyyy        pic 9(4).
            05 wk-today-mm          pic 9(2).
            05 wk-today-dd          pic 9(2).
        01  wk-today-text           pic x(10).
        01  wk-now                  pic 9(8).
        01  wk-now-edit             redefines wk-now.
            05 wk-now-hh            pic 9(2).
            05 wk-now-mi            pic 9(2).
            05 wk-now-ss            pic 9(2).
            05 wk-now-th            pic 9(2).
        01  wk-now-text             pic x(8).

        01  wk-review-seq           pic 9(9).

        linkage section.
        01  lk-function             pic x(8).
        01  lk-acct-number          pic x(10).
        01  lk-caller-id            pic x(8).
        01  lk-amount               pic 9(9)v99.
        01  lk-msg-id               pic x(36).
        01  lk-reason               pic x(20).
        01  lk-review-id            pic x(12).

        procedure division using lk-function, lk-acct-number,
                    lk-caller-id, lk-amount, lk-msg-id, lk-reason,
                    lk-review-id.

        main-para.
            if not wk-table-loaded
                perform load-limit-table
                set wk-table-loaded to true
            end-if

            perform take-the-date

            evaluate lk-function
                when "CHECK   "
                    move spaces to lk-reason
                    perform check-the-debit thru check-the-debit-exit
                when "COUNT   "
                    perform count-the-debit
                when "HOLD    "
                when "HOLDXFER"
                    move spaces to lk-review-id
                    perform hold-the-debit
                when other
                    continue
            end-evaluate

            goback.

        load-limit-table.
            move 0 to limit-count
            open input rmqveloc-file

            if rmqveloc-ok
                perform read-next-limit
                    with test after
                    until rmqveloc-eof

                close rmqveloc-file
            end-if.

        read-next-limit.
            read rmqveloc-file
                at end
                    set rmqveloc-eof to true
                not at end
                    if limit-count > 199
                        display "acct0vel: RMQVELOC has more than "
                                "200 rows"
                        stop run
                    end-if
                    add 1 to limit-count
                    move fv-velo-scope to limit-scope(limit-count)
                    move fv-velo-key   to limit-key(limit-count)
                    move fv-velo-max-per-hour
                            to limit-per-hour(limit-count)
                    move fv-velo-max-per-day
                            to limit-per-day(limit-count)
                    move fv-velo-max-single
                            to limit-single(limit-count)
            end-read.

        take-the-date.
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
            move spaces to wk-now-text
            string wk-now-hh delimited by size
                   ":" delimited by size
                   wk-now-mi delimited by size
                   ":" delimited by size
                   wk-now-ss delimited by size
                   into wk-now-text
            end-string.

       *> a first-ever call finds no tally file and creates it empty
        open-the-tallies.
            move "N" to wk-file-flag
            open i-o acctvel-file
            if not acctvel-ok
                open output acctvel-file
                if acctvel-ok
                    close acctvel-file
                    open i-o acctvel-file
                end-if
            end-if
            if acctvel-ok
                set wk-tally-file-open to true
            end-if.

       *> an exempt caller's debits are never held -- an in-house
       *> batch caller whose own rerun logic a held item would trip
        check-the-debit.
            move "X" to wk-scope
            move lk-caller-id to wk-scope-id
            perform find-the-limits
            if wk-own-row-found
                go to check-the-debit-exit
            end-if

            perform open-the-tallies

            if not wk-tally-file-open
                move "VELOCITY UNAVAILABLE" to lk-reason
            else
                move "A" to wk-scope
                move lk-acct-number to wk-scope-id
                move "ACCT" to wk-scope-label
                perform check-one-scope

                if lk-reason = spaces
                    move "C" to wk-scope
                    move lk-caller-id to wk-scope-id
                    move "CALLER" to wk-scope-label
                    perform check-one-scope
                end-if

                close acctvel-file
            end-if.

        check-the-debit-exit.
            exit.

        check-one-scope.
            perform find-the-limits
            perform read-the-tally

            evaluate true
                when wk-lim-single > 0
                     and lk-amount > wk-lim-single
                    string wk-scope-label delimited by space
                           " SINGLE LIMIT" delimited by size
                           into lk-reason
                    end-string
                when wk-lim-per-hour > 0
                     and vl-vel-hour-count + 1 > wk-lim-per-hour
                    string wk-scope-label delimited by space
                           " HOURLY COUNT" delimited by size
                           into lk-reason
                    end-string
                when wk-lim-per-day > 0
                     and vl-vel-day-value + lk-amount > wk-lim-per-day
                    string wk-scope-label delimited by space
                           " DAILY VALUE" delimited by size
                           into lk-reason
                    end-string
                when other
                    continue
            end-evaluate.

       *> the scope's own row if it has one, else its "*" default;
       *> neither leaves every limit off
        find-the-limits.
            move "N" to wk-lim-found-flag
            move zero to wk-lim-per-hour
            move zero to wk-lim-per-day
            move zero to wk-lim-single

            perform weigh-one-limit
                varying wk-idx from 1 by 1
                until wk-idx > limit-count.

        weigh-one-limit.
            if limit-scope(wk-idx) = wk-scope
                evaluate true
                    when limit-key(wk-idx) = wk-scope-id
                        set wk-own-row-found to true
                        perform take-the-limit
                    when limit-key(wk-idx) = "*"
                         and not wk-own-row-found
                        perform take-the-limit
                    when other
                        continue
                end-evaluate
            end-if.

        take-the-limit.
            move limit-per-hour(wk-idx) to wk-lim-per-hour
            move limit-per-day(wk-idx)  to wk-lim-per-day
            move limit-single(wk-idx)   to wk-lim-single.

       *> a tally from an earlier day starts the day again; one from
       *> an earlier hour of today starts the hour again
        read-the-tally.
            move "N" to wk-tally-flag
            move wk-scope    to vl-vel-scope
            move wk-scope-id to vl-vel-id
            read acctvel-file
                invalid key
                    continue
                not invalid key
                    set wk-tally-found to true
            end-read

            if not wk-tally-found
                move wk-today-text to vl-vel-date
                move wk-now-hh     to vl-vel-hour
                move zero to vl-vel-hour-count
                move zero to vl-vel-day-count
                move zero to vl-vel-day-value
            end-if

            if vl-vel-date not = wk-today-text
                move wk-today-text to vl-vel-date
                move wk-now-hh     to vl-vel-hour
                move zero to vl-vel-hour-count
                move zero to vl-vel-day-count
                move zero to vl-vel-day-value
            end-if

            if vl-vel-hour not = wk-now-hh
                move wk-now-hh to vl-vel-hour
                move zero to vl-vel-hour-count
            end-if.

        count-the-debit.
            perform open-the-tallies

            if wk-tally-file-open
                move "A" to wk-scope
                move lk-acct-number to wk-scope-id
                perform count-one-scope

                move "C" to wk-scope
                move lk-caller-id to wk-scope-id
                perform count-one-scope

                close acctvel-file
            end-if.

        count-one-scope.
            perform read-the-tally
            add 1 to vl-vel-hour-count
            add 1 to vl-vel-day-count
            add lk-amount to vl-vel-day-value

            if wk-tally-found
                rewrite vl-vel-record
                    invalid key
                        continue
                end-rewrite
            else
                write vl-vel-record
                    invalid key
                        continue
                end-write
            end-if.

        hold-the-debit.
            open i-o acctrevw-file
            if not acctrevw-ok
                open output acctrevw-file
                if acctrevw-ok
                    close acctrevw-file
                    open i-o acctrevw-file
                end-if
            end-if

            if acctrevw-ok
                perform take-next-review-number

                move spaces to rv-rvw-record
                move lk-review-id   to rv-rvw-id
                move lk-acct-number to rv-rvw-acct-number
                if lk-function = "HOLDXFER"
                    set rv-rvw-transfer to true
                else
                    move "D"        to rv-rvw-dc
                end-if
                move lk-amount      to rv-rvw-amount
                move lk-caller-id   to rv-rvw-caller-id
                move lk-msg-id      to rv-rvw-msg-id
                move wk-today-text  to rv-rvw-held-date
                move wk-now-text    to rv-rvw-held-time
                move lk-reason      to rv-rvw-reason
                set rv-rvw-pending  to true
                move zero           to rv-rvw-new-balance

                write rv-rvw-record
                    invalid key
                        move spaces to lk-review-id
                end-write

                close acctrevw-file
            end-if.

        take-next-review-number.
            move 0 to wk-review-seq
            open input revseq-file
            if revseq-ok
                read revseq-file
                    at end
                        continue
                    not at end
                        move fs-ordseq-last-order to wk-review-seq
                end-read
                close revseq-file
            end-if

            add 1 to wk-review-seq

            move wk-review-seq to fs-ordseq-last-order
            open output revseq-file
            write fs-ordseq-record
            close revseq-file

            move spaces to lk-review-id
            string "REV" delimited by size
                   wk-review-seq delimited by size
                   into lk-review-id
            end-string.

        end program acct0vel.
