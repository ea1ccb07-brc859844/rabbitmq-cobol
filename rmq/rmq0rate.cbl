       *> divided by the to-row.  Asking for the currency the amount
       *> is already in costs nothing and changes nothing.
       *>
       *> Rates are dated now.  The treasury feed RATEFEED takes in
       *> keeps every business date's rate on the RMQRATEH history
       *> (rmqrateh.cpy), and a conversion is made at the rate in
       *> force on lk-as-of-date -- the newest rate dated on or before
       *> it -- or on today when the caller leaves the date blank.
       *> lk-rate-date comes back with the date of the oldest rate the
       *> conversion used, so the caller can say which rate that was.
       *> A currency the history has never seen falls back to its
       *> RMQRATES parmlib row, which carries no date: lk-rate-date
       *> comes back blank and the rate counts as stale.  USD, the
       *> house base, is always worth exactly one.
       *>
       *> A rate is stale when it is dated more than RMQRATESTALE
       *> days (3 by default, enough to carry Friday's rate over a
       *> weekend) before the as-of date -- the feed has not arrived.
       *> The conversion is still made and answered 4, and the first
       *> stale answer for each currency in a run is journaled to
       *> RMQERRLG so operations hears the feed is late.
       *>
       *> return codes: 0 converted, 4 converted at a stale rate,
       *> 36 a currency has no rate at all (the amount comes back
       *> unchanged -- the caller decides what status that deserves,
       *> the way GETBAL answers NORATE).

        environment division.
        input-output section.
            select rmqrates-file assign to "RMQRATES"
                organization line sequential
                file status is rmqrates-status.
            select rmqrateh-file assign to "RMQRATEH"
                organization indexed
                access mode dynamic
                record key rh-rateh-key
                file status is rmqrateh-status.

        data division.
        file section.
        fd  rmqrates-file.
            copy rmqrate replacing ==:pfx:== by ==fp==.
        fd  rmqrateh-file.
            copy rmqrateh replacing ==:pfx:== by ==rh==.

        working-storage section.
        01  rmqrates-status         pic xx.
            88 rmqrates-ok          value "00".
            88 rmqrates-eof         value "10".

        01  rmqrateh-status         pic xx.
            88 rmqrateh-ok          value "00".

        01  wk-loaded-flag          pic x(1) value "N".
            88 wk-table-loaded      value "Y".
        01  wk-hist-open-flag       pic x(1) value "N".
            88 wk-history-open      value "Y".

        01  wk-base-currency        pic x(3) value "USD".
        01  wk-stale-days           binary-long value 3.
        01  wk-stale-text           pic x(4).
        01  error-text              pic x(100).
            copy rmqnull.

       *> currencies already reported stale this run
        01  warned-table.
            05 warned-count         binary-long value 0.
            05 warned-currency      pic x(3) occurs 50 times.
        01  wk-warned-flag          pic x(1).
            88 wk-already-warned    value "Y".

        01  rate-table.
            05 rate-count           binary-long value 0.
            88 wk-from-found        value "Y".
        01  wk-to-found-flag        pic x(1).
            88 wk-to-found          value "Y".
        01  wk-from-date            pic x(10).
        01  wk-to-date              pic x(10).

       *> one currency's lookup: asked in wk-currency, answered in
       *> wk-rate / wk-rate-found / wk-rate-dated
        01  wk-currency             pic x(3).
        01  wk-rate                 pic 9(3)v9(6).
        01  wk-rate-found-flag      pic x(1).
            88 wk-rate-found        value "Y".
        01  wk-rate-dated           pic x(10).

        01  wk-today                pic 9(8).
        01  wk-today-edit           redefines wk-today.
            05 wk-today-yyyy        pic 9(4).
            05 wk-today-mm          pic 9(2).
            05 wk-today-dd          pic 9(2).
        01  wk-as-of                pic x(10).
        01  wk-as-of-num            pic 9(8).
        01  wk-as-of-edit           redefines wk-as-of-num.
            05 wk-as-of-yyyy        pic 9(4).
            05 wk-as-of-mm          pic 9(2).
            05 wk-as-of-dd          pic 9(2).
        01  wk-dated-num            pic 9(8).
        01  wk-dated-edit           redefines wk-dated-num.
            05 wk-dated-yyyy        pic 9(4).
            05 wk-dated-mm          pic 9(2).
            05 wk-dated-dd          pic 9(2).
        01  wk-age-days             binary-long.
        01  wk-stale-flag           pic x(1).
            88 wk-rate-stale        value "Y".

        linkage section.
        01  lk-amount               pic s9(9)v99.
        01  lk-to-currency          pic x(3).
        01  lk-converted            pic s9(9)v99.
        01  lk-return-code          binary-long.
        01  lk-as-of-date           pic x(10).
        01  lk-rate-date            pic x(10).

        procedure division using lk-amount, lk-from-currency,
                    lk-to-currency, lk-converted, lk-return-code,
                    lk-as-of-date, lk-rate-date.

        main-para.
            move 0 to lk-return-code
            move lk-amount to lk-converted
            move spaces to lk-rate-date

            if lk-from-currency = lk-to-currency
                go to main-exit

            if not wk-table-loaded
                perform load-rate-table
                perform load-stale-days
                open input rmqrateh-file
                if rmqrateh-ok
                    set wk-history-open to true
                end-if
                set wk-table-loaded to true
            end-if

            perform settle-the-as-of-date
            perform find-both-rates

            if not wk-from-found or not wk-to-found
            else
                compute lk-converted rounded =
                    lk-amount * wk-from-rate / wk-to-rate
                if wk-from-date < wk-to-date
                    move wk-from-date to lk-rate-date
                else
                    move wk-to-date to lk-rate-date
                end-if
                if wk-rate-stale
                    move 4 to lk-return-code
                end-if
            end-if.

        main-exit.
                    move fp-rate-to-base  to rate-to-base(rate-count)
            end-read.

        load-stale-days.
            display "RMQRATESTALE" upon environment-name
            accept wk-stale-text from environment-value
                on exception
                    move spaces to wk-stale-text
            end-accept
            if wk-stale-text not = spaces
                compute wk-stale-days = function numval(wk-stale-text)
            end-if.

        settle-the-as-of-date.
            if lk-as-of-date = spaces
                accept wk-today from date yyyymmdd
                move spaces to wk-as-of
                string wk-today-yyyy delimited by size
                       "-" delimited by size
                       wk-today-mm delimited by size
                       "-" delimited by size
                       wk-today-dd delimited by size
                       into wk-as-of
                end-string
            else
                move lk-as-of-date to wk-as-of
            end-if
            move wk-as-of(1:4) to wk-as-of-yyyy
            move wk-as-of(6:2) to wk-as-of-mm
            move wk-as-of(9:2) to wk-as-of-dd.

        find-both-rates.
            move "N" to wk-stale-flag

            move lk-from-currency to wk-currency
            perform find-one-rate
            move wk-rate-found-flag to wk-from-found-flag
            move wk-rate to wk-from-rate
            move wk-rate-dated to wk-from-date

            move lk-to-currency to wk-currency
            perform find-one-rate
            move wk-rate-found-flag to wk-to-found-flag
            move wk-rate to wk-to-rate
            move wk-rate-dated to wk-to-date.

       *> the base is worth one on any date; anything else comes off
       *> the history if it can and off the parmlib if it must
        find-one-rate.
            move "N" to wk-rate-found-flag
            move zero to wk-rate
            move spaces to wk-rate-dated

            if wk-currency = wk-base-currency
                set wk-rate-found to true
                move 1 to wk-rate
                move wk-as-of to wk-rate-dated
            else
                if wk-history-open
                    perform read-the-history
                end-if
                if not wk-rate-found
                    perform search-the-parmlib
                end-if
                if wk-rate-found
                    perform judge-the-rate-age
                end-if
            end-if.

       *> the inverted date key puts a currency's newest rate first,
       *> so the first record at or after the as-of date's key is
       *> the rate in force on it
        read-the-history.
            move wk-currency to rh-rateh-currency
            compute rh-rateh-date-inv = 99999999 - wk-as-of-num

            start rmqrateh-file key >= rh-rateh-key
                invalid key
                    continue
                not invalid key
                    read rmqrateh-file next
                        at end
                            continue
                        not at end
                            if rh-rateh-currency = wk-currency
                               and rh-rateh-to-base > 0
                                set wk-rate-found to true
                                move rh-rateh-to-base to wk-rate
                                move rh-rateh-rate-date
                                        to wk-rate-dated
                            end-if
                    end-read
            end-start.

        search-the-parmlib.
            perform check-one-rate
                varying wk-idx from 1 by 1
                until wk-idx > rate-count.

        check-one-rate.
            if rate-currency(wk-idx) = wk-currency
               and rate-to-base(wk-idx) > 0
                set wk-rate-found to true
                move rate-to-base(wk-idx) to wk-rate
            end-if.

        judge-the-rate-age.
            if wk-rate-dated = spaces
                perform report-the-stale-rate
            else
                move wk-rate-dated(1:4) to wk-dated-yyyy
                move wk-rate-dated(6:2) to wk-dated-mm
                move wk-rate-dated(9:2) to wk-dated-dd
                compute wk-age-days =
                    function integer-of-date(wk-as-of-num)
                    - function integer-of-date(wk-dated-num)
                if wk-age-days > wk-stale-days
                    perform report-the-stale-rate
                end-if
            end-if.

        report-the-stale-rate.
            set wk-rate-stale to true

            move "N" to wk-warned-flag
            perform check-one-warning
                varying wk-idx from 1 by 1
                until wk-idx > warned-count

            if not wk-already-warned and warned-count < 50
                add 1 to warned-count
                move wk-currency to warned-currency(warned-count)
                move spaces to error-text
                if wk-rate-dated = spaces
                    string "no dated rate for " delimited by size
                           wk-currency delimited by size
                           " -- converted at the undated RMQRATES "
                                delimited by size
                           "row" delimited by size
                           into error-text
                    end-string
                else
                    string "stale rate for " delimited by size
                           wk-currency delimited by size
                           " -- newest is dated " delimited by size
                           wk-rate-dated delimited by size
                           ", wanted for " delimited by size
                           wk-as-of delimited by size
                           into error-text
                    end-string
                end-if
                call "RMQ0ERR" using
                            "RMQ0RATE", "STALERATE               ", 4,
                            rmq-no-name, rmq-no-name, error-text
                end-call
            end-if.

        check-one-warning.
            if warned-currency(wk-idx) = wk-currency
                set wk-already-warned to true
            end-if.

        end program rmq0rate.
