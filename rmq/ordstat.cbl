        identification division.
        program-id.    ordstat.

       *> ordstat is a named service handler routed through RMQSVCRG:
       *> the order status inquiry partners use instead of phoning to
       *> ask where an order is.  A caller sends an order id, or an
       *> ordering account with the order id blank (rmqostat.cpy),
       *> and gets back each matching order line -- item, quantity,
       *> value and current status.  Live orders are read off the
       *> working RMQORDERS file, which ORDFULFL, CANCLORD and
       *> SHIPCONF rewrite whole and so can't be held open; it stays
       *> small because ORDPURGE moves closed orders off it.  Those
       *> are then found on the ORDHIST order history by key (an
       *> order) or by its alternate account key, and the history
       *> stays open across calls the same way GETHIST holds ACCTHST
       *> open.  A line caught on both files mid-purge is answered
       *> once.

        environment division.
        input-output section.
        file-control.
            select rmqorders-file assign to "RMQORDERS"
                organization line sequential
                file status is rmqorders-status.
            select ordhist-file assign to "ORDHIST"
                organization indexed
                access mode dynamic
                record key oh-ordh-key
                alternate record key oh-ordh-acct-number
                    with duplicates
                file status is ordhist-status.

        data division.
        file section.
        fd  rmqorders-file.
            copy rmqordr replacing ==:pfx:== by ==fo==.
        fd  ordhist-file.
            copy rmqordh replacing ==:pfx:== by ==oh==.

        working-storage section.

            copy rmqostat replacing ==:pfx:== by ==os==.

       *> the purged order image, laid back out as an order line
            copy rmqordr replacing ==:pfx:== by ==wh==.

        01  rmqorders-status    pic xx.
            88 rmqorders-ok     value "00".
            88 rmqorders-eof    value "10".

        01  ordhist-status      pic xx.
            88 ordhist-ok       value "00".
            88 ordhist-ateof    value "10", "23", "46".

        01  wk-opened-flag      pic x(1) value "N".
            88 wk-history-open  value "Y".

        01  wk-max-idata-len    usage binary-long value 16384.
        01  wk-reply-len        usage binary-long value 831.
        01  idata-view          pic x(16384) based.
        01  odata-view          pic x(831) based.
        01  txt                 pic x(60) based.

        01  wk-by-order-flag    pic x(1).
            88 wk-by-order      value "Y".
        01  wk-scan-flag        pic x(1).
            88 wk-scan-done     value "Y".
        01  wk-dupe-flag        pic x(1).
            88 wk-line-answered value "Y".
        01  wk-found-count      binary-long.
        01  wk-rep-idx          binary-long.

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
            perform find-the-lines
            perform build-the-reply
        end-if.

       *> the handler is done once the PERFORMs return -- without
       *> this GOBACK control would fall through into the named
       *> paragraphs and run the whole body again
        goback.

       *> an order id alone (12 bytes) is enough; the account is only
       *> looked at when the order id is blank
        parse-the-request.
            set address of idata-view to idata
            move spaces to os-ordstat-request
            if ilen >= 22
                move idata-view(1:22) to os-ordstat-request
            else
                if ilen >= 12
                    move idata-view(1:12) to os-ostat-req-order-id
                end-if
            end-if

            move "N" to wk-by-order-flag
            if os-ostat-req-order-id not = spaces
                set wk-by-order to true
            end-if.

        find-the-lines.
            move spaces to os-ordstat-reply
            move 0 to os-ostat-rep-count
            move "N" to os-ostat-rep-more
            move 0 to wk-found-count

            evaluate true
                when os-ostat-req-order-id = spaces
                 and os-ostat-req-acct = spaces
                    move "BADREQ" to os-ostat-rep-status
                when other
                    perform read-the-live-orders
                    if rmqorders-ok or rmqorders-eof
                        perform read-the-history
                        if wk-found-count = 0
                            move "NOTFND" to os-ostat-rep-status
                        else
                            move "OK" to os-ostat-rep-status
                        end-if
                    else
                        move "ERROR" to os-ostat-rep-status
                    end-if
            end-evaluate.

        read-the-live-orders.
            open input rmqorders-file
            if rmqorders-ok
                perform read-next-live-order
                    with test after
                    until rmqorders-eof
                close rmqorders-file
                set rmqorders-eof to true
            end-if.

        read-next-live-order.
            read rmqorders-file
                at end
                    set rmqorders-eof to true
                not at end
                    if (wk-by-order
                        and fo-ord-order-id = os-ostat-req-order-id)
                       or (not wk-by-order
                        and fo-ord-acct-number = os-ostat-req-acct)
                        move fo-order-record to wh-order-record
                        perform answer-one-line
                    end-if
            end-read.

       *> no history yet simply means nothing has been purged
        read-the-history.
            if not wk-history-open
                open input ordhist-file
                if ordhist-ok
                    set wk-history-open to true
                end-if
            end-if

            if wk-history-open
                move "N" to wk-scan-flag
                if wk-by-order
                    move os-ostat-req-order-id to oh-ordh-order-id
                    move zero to oh-ordh-line-no
                    start ordhist-file key >= oh-ordh-key
                        invalid key
                            set wk-scan-done to true
                    end-start
                else
                    move os-ostat-req-acct to oh-ordh-acct-number
                    start ordhist-file key = oh-ordh-acct-number
                        invalid key
                            set wk-scan-done to true
                    end-start
                end-if

                perform read-next-history
                    until wk-scan-done
            end-if.

        read-next-history.
            read ordhist-file next
                at end
                    set wk-scan-done to true
                not at end
                    evaluate true
                        when wk-by-order
                         and oh-ordh-order-id
                                not = os-ostat-req-order-id
                            set wk-scan-done to true
                        when not wk-by-order
                         and oh-ordh-acct-number
                                not = os-ostat-req-acct
                            set wk-scan-done to true
                        when other
                            move oh-ordh-order-image
                                    to wh-order-record
                            perform check-already-answered
                            if not wk-line-answered
                                perform answer-one-line
                            end-if
                    end-evaluate
            end-read.

        check-already-answered.
            move "N" to wk-dupe-flag
            perform check-one-answered
                varying wk-rep-idx from 1 by 1
                until wk-rep-idx > os-ostat-rep-count
                   or wk-line-answered.

        check-one-answered.
            if os-ostat-rep-order-id(wk-rep-idx) = wh-ord-order-id
               and os-ostat-rep-line-no(wk-rep-idx) = wh-ord-line-no
                set wk-line-answered to true
            end-if.

       *> past twenty lines the caller is told there is more rather
       *> than given a partial answer that looks whole
        answer-one-line.
            add 1 to wk-found-count
            if os-ostat-rep-count < 20
                add 1 to os-ostat-rep-count
                move os-ostat-rep-count to wk-rep-idx
                move wh-ord-order-id
                        to os-ostat-rep-order-id(wk-rep-idx)
                move wh-ord-line-no
                        to os-ostat-rep-line-no(wk-rep-idx)
                move wh-ord-item-code
                        to os-ostat-rep-item-code(wk-rep-idx)
                move wh-ord-qty
                        to os-ostat-rep-qty(wk-rep-idx)
                move wh-ord-value
                        to os-ostat-rep-value(wk-rep-idx)
                if wh-ord-accepted
                    move "A" to os-ostat-rep-line-stat(wk-rep-idx)
                else
                    move wh-ord-status
                            to os-ostat-rep-line-stat(wk-rep-idx)
                end-if
            else
                move "Y" to os-ostat-rep-more
            end-if.

        build-the-reply.
            allocate (831) characters initialized returning odata
            set address of odata-view to odata
            move os-ordstat-reply to odata-view
            move wk-reply-len to olen.

        end program ordstat.
