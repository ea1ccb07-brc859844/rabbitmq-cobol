       *> balance is denominated in, and a caller naming a reporting
       *> currency in the request gets a conversion through RMQ0RATE
       *> as well -- or NORATE when the rates table can't oblige.
       *> Beside the ledger balance it answers the available balance,
       *> the ledger balance less the account's active holds as
       *> ACCT0AVL totals them off ACCTHOLD.
       *>
       *> The ACCTLDST load-state interlock keeps the refresh honest:
       *> while ACCTLOAD is swapping the new master in, an inquiry
            copy rmqnull.

        01  wk-max-idata-len    usage binary-long value 16384.
        01  wk-reply-len        usage binary-long value 67.
        01  idata-view          pic x(16384) based.
        01  odata-view          pic x(67) based.
        01  txt                 pic x(60) based.

        01  wk-rate-rc          binary-long.
        01  wk-rate-as-of       pic x(10) value spaces.
        01  wk-held-amount      pic 9(11)v99.

        linkage section.

            move spaces             to gb-getbal-rep-currency
            move zero               to gb-getbal-rep-conv-bal
            move spaces             to gb-getbal-rep-conv-ccy
            move zero               to gb-getbal-rep-avail-bal
            move spaces             to gb-getbal-rep-rate-date
            move "N"                to gb-getbal-rep-rate-stale
            move "RETRY"            to gb-getbal-rep-status

            move "balance inquiry answered RETRY -- master "
            move spaces             to gb-getbal-rep-currency
            move zero               to gb-getbal-rep-conv-bal
            move spaces             to gb-getbal-rep-conv-ccy
            move zero               to gb-getbal-rep-avail-bal
            move spaces             to gb-getbal-rep-rate-date
            move "N"                to gb-getbal-rep-rate-stale

            if not wk-master-open
                move "ERROR" to gb-getbal-rep-status
                        move am-acct-balance  to gb-getbal-rep-balance
                        move am-acct-currency to gb-getbal-rep-currency
                        move "OK"             to gb-getbal-rep-status
                        perform take-off-the-holds
                        perform convert-the-balance
                end-read
            end-if.

        take-off-the-holds.
            call "ACCT0AVL" using am-acct-number, wk-held-amount
            end-call
            compute gb-getbal-rep-avail-bal =
                am-acct-balance - wk-held-amount.

       *> no reporting currency asked for: the converted fields
       *> mirror the native ones so a caller can always read them.
       *> A conversion names the date of the rate it was made at and
       *> flags a stale one -- the balance is still converted.
        convert-the-balance.
            move spaces to gb-getbal-rep-rate-date
            move "N" to gb-getbal-rep-rate-stale
            if gb-getbal-req-rpt-ccy = spaces
                move am-acct-balance  to gb-getbal-rep-conv-bal
                move am-acct-currency to gb-getbal-rep-conv-ccy
            else
                call "RMQ0RATE" using am-acct-balance,
                            am-acct-currency, gb-getbal-req-rpt-ccy,
                            gb-getbal-rep-conv-bal, wk-rate-rc,
                            wk-rate-as-of, gb-getbal-rep-rate-date
                end-call

                if wk-rate-rc = 0 or wk-rate-rc = 4
                    move gb-getbal-req-rpt-ccy
                            to gb-getbal-rep-conv-ccy
                    if wk-rate-rc = 4
                        move "Y" to gb-getbal-rep-rate-stale
                    end-if
                else
                    move am-acct-balance  to gb-getbal-rep-conv-bal
                    move am-acct-currency to gb-getbal-rep-conv-ccy
            end-if.

        build-the-reply.
            allocate (67) characters initialized returning odata
            set address of odata-view to odata
            move gb-getbal-reply to odata-view
            move wk-reply-len to olen.
