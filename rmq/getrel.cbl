        identification division.
        program-id.    getrel.

       *> getrel is a named service handler routed through RMQSVCRG:
       *> the customer-level companion to GETBAL.  One customer
       *> often holds several ACCTMST accounts, some in other
       *> currencies, and the master has no idea they belong
       *> together; the CUSTREL relationship file (rmqcurel.cpy)
       *> does.  A caller sends a customer id and a reporting
       *> currency (rmqgtrel.cpy) and gets back every account tied
       *> to the customer with its balance, each converted through
       *> RMQ0RATE, and the consolidated total in that currency --
       *> the "what is this customer's position" that used to be
       *> added up by hand.
       *>
       *> The account master is read under the same ACCTLDST
       *> interlock GETBAL uses -- RETRY while ACCTLOAD is swapping
       *> it, a reopen on a fresh READY stamp -- and stays open
       *> across calls.  The customer files are opened per request:
       *> they are maintained intraday on the RELMNT screen, and a
       *> relationship linked a minute ago should count.

        environment division.
        input-output section.
        file-control.
            select acctmst-file assign to "ACCTMST"
                organization indexed
                access mode random
                record key am-acct-number
                file status is acctmst-status.
            select acctldst-file assign to "ACCTLDST"
                organization line sequential
                file status is acctldst-status.
            select custmst-file assign to "CUSTMST"
                organization indexed
                access mode random
                record key cm-cust-id
                file status is custmst-status.
            select custrel-file assign to "CUSTREL"
                organization indexed
                access mode dynamic
                record key cr-rel-key
                alternate record key cr-rel-acct-number
                    with duplicates
                file status is custrel-status.

        data division.
        file section.
        fd  acctmst-file.
            copy rmqacct replacing ==:pfx:== by ==am==.
        fd  acctldst-file.
            copy rmqldst replacing ==:pfx:== by ==ls==.
        fd  custmst-file.
            copy rmqcust replacing ==:pfx:== by ==cm==.
        fd  custrel-file.
            copy rmqcurel replacing ==:pfx:== by ==cr==.

        working-storage section.

            copy rmqgtrel replacing ==:pfx:== by ==gr==.

        01  acctmst-status      pic xx.
            88 acctmst-ok       value "00".

        01  acctldst-status     pic xx.
            88 acctldst-ok      value "00".

        01  custmst-status      pic xx.
            88 custmst-ok       value "00".

        01  custrel-status      pic xx.
            88 custrel-ok       value "00".

        01  wk-opened-flag      pic x(1) value "N".
            88 wk-master-open   value "Y".

       *> the READY stamp the account master was last opened under
        01  wk-open-stamp       pic x(18) value spaces.
        01  wk-seen-stamp       pic x(18).
        01  wk-retry-flag       pic x(1).
            88 wk-load-retry    value "Y".
        01  error-text          pic x(100).
            copy rmqnull.

        01  wk-max-idata-len    usage binary-long value 16384.
        01  wk-reply-len        usage binary-long value 806.
        01  idata-view          pic x(16384) based.
        01  odata-view          pic x(806) based.
        01  txt                 pic x(60) based.

        01  wk-cust-open-flag   pic x(1).
            88 wk-customers-open value "Y".
        01  wk-scan-flag        pic x(1).
            88 wk-scan-done     value "Y".
        01  wk-norate-flag      pic x(1).
            88 wk-some-norate   value "Y".
        01  wk-linked-count     binary-long.
        01  wk-line-idx         binary-long.
        01  wk-converted        pic s9(9)v99.
        01  wk-rate-rc          binary-long.
        01  wk-rate-as-of       pic x(10) value spaces.
        01  wk-rate-date        pic x(10).

        linkage section.

        01  ctxt                usage pointer.
        01  idata                usage pointer.
        01  ilen                 usage binary-long.
        01  odata                usage pointer.
        01  olen                 usage binary-long.

        procedure division using ctxt, idata, ilen, odata, olen.

        if ilen > wk-max-idata-len
            allocate (60) characters initialized returning odata
            set address of txt to odata
            move "ERROR: request exceeds maximum input length" to txt
            move function length(function trim(txt)) to olen
        else
            perform parse-the-request
            perform clear-the-reply
            perform check-the-load-state
            if wk-load-retry
                perform answer-retry
            else
                perform look-up-the-customer
            end-if
            perform build-the-reply
        end-if.

       *> the handler is done once the PERFORMs return -- without
       *> this GOBACK control would fall through into the named
       *> paragraphs and run the whole body again
        goback.

       *> a caller sending the customer id alone gets its position
       *> in the USD house base the rates table is expressed in
        parse-the-request.
            set address of idata-view to idata
            move spaces to gr-getrel-request
            move idata-view(1:10) to gr-gtrel-req-cust-id
            if ilen >= 13
                move idata-view(11:3) to gr-gtrel-req-rpt-ccy
            end-if
            if gr-gtrel-req-rpt-ccy = spaces
                move "USD" to gr-gtrel-req-rpt-ccy
            end-if.

        clear-the-reply.
            move spaces to gr-getrel-reply
            move gr-gtrel-req-cust-id to gr-gtrel-rep-cust-id
            move gr-gtrel-req-rpt-ccy to gr-gtrel-rep-total-ccy
            move zero to gr-gtrel-rep-total
            move 0 to gr-gtrel-rep-count
            move "N" to gr-gtrel-rep-more.

       *> the interlock, exactly as GETBAL reads it
        check-the-load-state.
            move "N" to wk-retry-flag
            open input acctldst-file
            if acctldst-ok
                read acctldst-file
                    at end
                        continue
                    not at end
                        evaluate true
                            when ls-ldst-loading
                                set wk-load-retry to true
                            when ls-ldst-ready
                                move spaces to wk-seen-stamp
                                string ls-ldst-date
                                            delimited by size
                                       ls-ldst-time
                                            delimited by size
                                       into wk-seen-stamp
                                end-string
                                if wk-seen-stamp
                                        not = wk-open-stamp
                                    if wk-master-open
                                        close acctmst-file
                                        move "N" to wk-opened-flag
                                    end-if
                                    move wk-seen-stamp
                                            to wk-open-stamp
                                end-if
                        end-evaluate
                end-read
                close acctldst-file
            end-if.

        answer-retry.
            move "RETRY" to gr-gtrel-rep-status

            move "relationship inquiry answered RETRY -- master "
                    & "refresh in progress" to error-text
            call "RMQ0ERR" using
                        "GETREL  ", "LOADSTATE               ", 0,
                        rmq-no-name, rmq-no-name, error-text
            end-call.

        look-up-the-customer.
            if not wk-master-open
                open input acctmst-file
                if acctmst-ok
                    set wk-master-open to true
                end-if
            end-if

            move "N" to wk-cust-open-flag
            open input custmst-file
            if custmst-ok
                set wk-customers-open to true
            end-if

            if not wk-master-open or not wk-customers-open
                move "ERROR" to gr-gtrel-rep-status
            else
                move gr-gtrel-req-cust-id to cm-cust-id
                read custmst-file
                    invalid key
                        move "NOTFND" to gr-gtrel-rep-status
                    not invalid key
                        move cm-cust-name to gr-gtrel-rep-cust-name
                        move "OK" to gr-gtrel-rep-status
                        perform gather-the-accounts
                end-read
            end-if
            if wk-customers-open
                close custmst-file
            end-if.

       *> no relationship file yet means no account has been linked
       *> to anybody -- the customer is known, its position is nil
        gather-the-accounts.
            move "N" to wk-norate-flag
            move 0 to wk-linked-count
            open input custrel-file
            if custrel-ok
                move "N" to wk-scan-flag
                move gr-gtrel-req-cust-id to cr-rel-cust-id
                move low-values to cr-rel-acct-number
                start custrel-file key >= cr-rel-key
                    invalid key
                        set wk-scan-done to true
                end-start
                perform take-next-relationship
                    until wk-scan-done
                close custrel-file
            end-if

            if wk-some-norate
                move "NORATE" to gr-gtrel-rep-status
            end-if.

        take-next-relationship.
            read custrel-file next
                at end
                    set wk-scan-done to true
                not at end
                    if cr-rel-cust-id not = gr-gtrel-req-cust-id
                        set wk-scan-done to true
                    else
                        perform price-one-account
                    end-if
            end-read.

       *> every account counts toward the total; only the first
       *> twenty fit on the reply
        price-one-account.
            add 1 to wk-linked-count
            move 0 to wk-line-idx
            if wk-linked-count > 20
                move "Y" to gr-gtrel-rep-more
            else
                move wk-linked-count to wk-line-idx
                move wk-linked-count to gr-gtrel-rep-count
                move cr-rel-acct-number
                        to gr-gtrel-rep-acct(wk-line-idx)
                move cr-rel-type to gr-gtrel-rep-type(wk-line-idx)
                move zero to gr-gtrel-rep-balance(wk-line-idx)
                move zero to gr-gtrel-rep-conv-bal(wk-line-idx)
            end-if

            move cr-rel-acct-number to am-acct-number
            read acctmst-file
                invalid key
                    if wk-line-idx > 0
                        move "M" to gr-gtrel-rep-acct-status
                                        (wk-line-idx)
                    end-if
                not invalid key
                    perform convert-one-balance
            end-read.

        convert-one-balance.
            call "RMQ0RATE" using am-acct-balance, am-acct-currency,
                        gr-gtrel-req-rpt-ccy, wk-converted,
                        wk-rate-rc, wk-rate-as-of, wk-rate-date
            end-call

            if wk-rate-rc = 0 or wk-rate-rc = 4
                add wk-converted to gr-gtrel-rep-total
            else
                set wk-some-norate to true
                move zero to wk-converted
            end-if

            if wk-line-idx > 0
                move am-acct-status
                        to gr-gtrel-rep-acct-status(wk-line-idx)
                move am-acct-currency
                        to gr-gtrel-rep-currency(wk-line-idx)
                move am-acct-balance
                        to gr-gtrel-rep-balance(wk-line-idx)
                move wk-converted
                        to gr-gtrel-rep-conv-bal(wk-line-idx)
            end-if.

        build-the-reply.
            allocate (806) characters initialized returning odata
            set address of odata-view to odata
            move gr-getrel-reply to odata-view
            move wk-reply-len to olen.

        end program getrel.
