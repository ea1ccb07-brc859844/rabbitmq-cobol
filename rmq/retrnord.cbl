        identification division.
        program-id.    retrnord.

       *> retrnord is a named service handler routed through
       *> RMQSVCRG under RETURNORD: the customer return of goods
       *> already shipped.  CANCLORD unwinds an order only while
       *> every line is still accepted; past that a return used to
       *> be a phone call and a hand-keyed ACCTMNT balance change.
       *> This handler takes the order id and the returned lines,
       *> proves each against what actually shipped on RMQORDERS
       *> less what earlier returns on RMQRETURNS already took back,
       *> credits the returned value to the ordering account by
       *> CALLing the POSTTXN handler itself -- the way PAYAPPLY and
       *> BILLRUN post, so the credit meets the same rules and lands
       *> on the same ACCTPOST journal -- then keeps one RMQRETURNS
       *> record per line and puts resaleable units back on ITEMMST
       *> on-hand and on the warehouse location the line was drawn
       *> from.  Nothing is credited, recorded or restocked until
       *> every line has proved good.  The item master stays open
       *> across calls the same way CANCLORD holds it open; the
       *> order file is only read.

        environment division.
        input-output section.
        file-control.
            select itemmst-file assign to "ITEMMST"
                organization indexed
                access mode random
                record key im-item-code
                file status is itemmst-status.
            select rmqorders-file assign to "RMQORDERS"
                organization line sequential
                file status is rmqorders-status.
            select rmqreturns-file assign to "RMQRETURNS"
                organization line sequential
                file status is rmqreturns-status.

        data division.
        file section.
        fd  itemmst-file.
            copy rmqitem replacing ==:pfx:== by ==im==.
        fd  rmqorders-file.
            copy rmqordr replacing ==:pfx:== by ==fo==.
        fd  rmqreturns-file.
            copy rmqrtrec replacing ==:pfx:== by ==fr==.

        working-storage section.

            copy rmqrtord replacing ==:pfx:== by ==ro==.
            copy rmqpstxn replacing ==:pfx:== by ==pt==.

        01  itemmst-status      pic xx.
            88 itemmst-ok       value "00".

        01  rmqorders-status    pic xx.
            88 rmqorders-ok     value "00".
            88 rmqorders-eof    value "10".

        01  rmqreturns-status   pic xx.
            88 rmqreturns-ok    value "00", "05".
            88 rmqreturns-eof   value "10".

        01  wk-opened-flag      pic x(1) value "N".
            88 wk-master-open   value "Y".

        01  wk-max-idata-len    usage binary-long value 16384.
        01  wk-reply-len        usage binary-long value 33.
        01  idata-view          pic x(16384) based.
        01  odata-view          pic x(33) based.
        01  txt                 pic x(60) based.

       *> the order's lines as RMQORDERS holds them, with what has
       *> shipped on each and what earlier returns already took back
        01  order-table.
            05 order-line-count    binary-long value 0.
            05 order-line          occurs 10 times.
                10 ol-line-no          pic 9(2).
                10 ol-status           pic x(1).
                    88 ol-returnable   value "S", "C".
                10 ol-item-code        pic x(10).
                10 ol-qty              pic 9(5).
                10 ol-shipped-qty      pic 9(5).
                10 ol-returned-qty     pic 9(5).
                10 ol-value            pic 9(9)v99.
                10 ol-whse             pic x(4).
        01  wk-acct-number      pic x(10).
        01  wk-ol-idx           binary-long.
        01  wk-rq-idx           binary-long.
        01  wk-rq-idx2          binary-long.
        01  wk-line-found-flag  pic x(1).
            88 wk-line-found    value "Y".

       *> per request line: which order line it returns against and
       *> what it is worth
        01  request-work.
            05 rq-order-idx        binary-long occurs 10 times.
            05 rq-value            pic 9(9)v99 occurs 10 times.
        01  wk-total-credit     pic 9(9)v99.
        01  wk-returnable       pic s9(7).

        01  wk-verdict          pic x(8).
        01  wk-fail-line        pic 9(2).

       *> the POSTTXN call plumbing, exactly the dispatcher's shape
        01  wk-idata-ptr        usage pointer.
        01  wk-ilen             binary-long.
        01  wk-odata            usage pointer.
        01  wk-olen             binary-long.
        01  reply-view          pic x(41) based.

        01  wk-today            pic 9(8).
        01  wk-today-edit       redefines wk-today.
            05 wk-today-yyyy    pic 9(4).
            05 wk-today-mm      pic 9(2).
            05 wk-today-dd      pic 9(2).
        01  wk-now              pic 9(8).
        01  wk-now-edit         redefines wk-now.
            05 wk-now-hh        pic 9(2).
            05 wk-now-mi        pic 9(2).
            05 wk-now-ss        pic 9(2).
            05 wk-now-th        pic 9(2).
        01  wk-stamp-date       pic x(10).
        01  wk-stamp-time       pic x(8).

       *> ITEM0LOC's parameters -- stock coming back goes on the
       *> warehouse the line was drawn from
        01  wk-loc-function     pic x(8).
        01  wk-loc-whse         pic x(4).
        01  wk-loc-qty          pic 9(7).
        01  wk-loc-onhand       pic 9(7).
        01  wk-loc-result       pic x(8).

        linkage section.

        01  ctxt                usage pointer.
        01  idata                usage pointer.
        01  ilen                 usage binary-long.
        01  odata                usage pointer.
        01  olen                 usage binary-long.

       *> the dispatcher's context block, addressed through ctxt so
       *> the return records carry the envelope msg-id the request
       *> arrived under (spaces for a bare RPC body)
            copy rmqctxt replacing ==:pfx:== by ==cx==.

        procedure division using ctxt, idata, ilen, odata, olen.

        if ilen > wk-max-idata-len
            allocate (60) characters initialized returning odata
            set address of txt to odata
            move "ERROR: request exceeds maximum input length" to txt
            move function length(function trim(txt)) to olen
        else
            set address of cx-svc-context to ctxt
            perform parse-the-request
            if wk-verdict = spaces
                perform return-the-order
            end-if
            perform build-the-reply
        end-if.

       *> the handler is done once the PERFORMs return -- without
       *> this GOBACK control would fall through into the named
       *> paragraphs and run the whole body again
        goback.

       *> the request is the order id, a line count and that many
       *> 8-byte lines; anything shorter than the count promises,
       *> a line number twice, or a quantity that isn't a positive
       *> number answers BADREQ before any file is touched
        parse-the-request.
            move spaces to wk-verdict
            move 0 to wk-fail-line
            move spaces to ro-rtord-request
            set address of idata-view to idata

            if ilen < 22
                move "BADREQ" to wk-verdict
            else
                move idata-view(1:14) to ro-rtord-request(1:14)
                if ro-rtord-req-line-count is not numeric
                   or ro-rtord-req-line-count < 1
                   or ro-rtord-req-line-count > 10
                   or ilen < 14 + ro-rtord-req-line-count * 8
                    move "BADREQ" to wk-verdict
                else
                    move idata-view(15:ro-rtord-req-line-count * 8)
                        to ro-rtord-request(15:
                            ro-rtord-req-line-count * 8)
                    perform check-one-request-line
                        varying wk-rq-idx from 1 by 1
                        until wk-rq-idx > ro-rtord-req-line-count
                           or wk-verdict not = spaces
                end-if
            end-if.

        check-one-request-line.
            if ro-rtord-req-line-no(wk-rq-idx) is not numeric
               or ro-rtord-req-qty(wk-rq-idx) is not numeric
               or ro-rtord-req-qty(wk-rq-idx) = zero
               or not (ro-rtord-req-resaleable(wk-rq-idx)
                       or ro-rtord-req-damaged(wk-rq-idx))
                move "BADREQ" to wk-verdict
                move wk-rq-idx to wk-fail-line
            else
                perform check-for-repeat-line
                    varying wk-rq-idx2 from 1 by 1
                    until wk-rq-idx2 >= wk-rq-idx
                       or wk-verdict not = spaces
            end-if.

        check-for-repeat-line.
            if ro-rtord-req-line-no(wk-rq-idx2)
                    = ro-rtord-req-line-no(wk-rq-idx)
                move "BADREQ" to wk-verdict
                move wk-rq-idx to wk-fail-line
            end-if.

        return-the-order.
            if not wk-master-open
                open i-o itemmst-file
                if itemmst-ok
                    set wk-master-open to true
                end-if
            end-if

            if not wk-master-open
                move "ERROR" to wk-verdict
            else
                perform load-the-order
                if wk-verdict = spaces
                    perform load-earlier-returns
                end-if
                if wk-verdict = spaces
                    perform prove-one-return-line
                        varying wk-rq-idx from 1 by 1
                        until wk-rq-idx > ro-rtord-req-line-count
                           or wk-verdict not = spaces
                end-if
                if wk-verdict = spaces
                    perform credit-the-account
                end-if
                if wk-verdict = spaces
                    perform record-the-return
                    move "OK" to wk-verdict
                end-if
            end-if.

        load-the-order.
            move 0 to order-line-count
            move spaces to wk-acct-number

            open input rmqorders-file
            if not rmqorders-ok
                move "ERROR" to wk-verdict
            else
                perform load-next-order-record
                    with test after
                    until rmqorders-eof
                close rmqorders-file
                if order-line-count = 0
                    move "NOTFND" to wk-verdict
                end-if
            end-if.

       *> a line already shipped whole before SHIPCONF recorded a
       *> quantity reads as shipped in full, as BILLRUN bills it
        load-next-order-record.
            read rmqorders-file
                at end
                    set rmqorders-eof to true
                not at end
                    if fo-ord-order-id = ro-rtord-req-order-id
                       and order-line-count < 10
                        add 1 to order-line-count
                        move fo-ord-acct-number to wk-acct-number
                        move fo-ord-line-no
                                to ol-line-no(order-line-count)
                        move fo-ord-status
                                to ol-status(order-line-count)
                        move fo-ord-item-code
                                to ol-item-code(order-line-count)
                        move fo-ord-qty to ol-qty(order-line-count)
                        move fo-ord-whse to ol-whse(order-line-count)
                        move fo-ord-value
                                to ol-value(order-line-count)
                        move 0 to ol-returned-qty(order-line-count)
       *> a shipped or completed line's shipped-qty is what left the
       *> dock, zero included, as BILLRUN prices it; only a line
       *> from before SHIPCONF recorded it goes by the ordered qty
                        if (fo-ord-shipped or fo-ord-completed)
                           and fo-ord-shipped-qty is numeric
                           and fo-ord-shipped-qty < fo-ord-qty
                            move fo-ord-shipped-qty
                                to ol-shipped-qty(order-line-count)
                        else
                            move fo-ord-qty
                                to ol-shipped-qty(order-line-count)
                        end-if
                    end-if
            end-read.

       *> no return file yet simply means nothing was ever returned
        load-earlier-returns.
            open input rmqreturns-file
            if rmqreturns-ok
                perform load-next-return-record
                    with test after
                    until rmqreturns-eof
                close rmqreturns-file
            end-if.

        load-next-return-record.
            read rmqreturns-file
                at end
                    set rmqreturns-eof to true
                not at end
                    if fr-rtn-order-id = ro-rtord-req-order-id
                        perform add-one-earlier-return
                            varying wk-ol-idx from 1 by 1
                            until wk-ol-idx > order-line-count
                    end-if
            end-read.

        add-one-earlier-return.
            if ol-line-no(wk-ol-idx) = fr-rtn-line-no
               and fr-rtn-qty is numeric
                add fr-rtn-qty to ol-returned-qty(wk-ol-idx)
            end-if.

       *> each request line must name a shipped or completed line of
       *> the order and stay within what is still returnable on it;
       *> its worth is ord-value in proportion to the units
        prove-one-return-line.
            move "N" to wk-line-found-flag
            perform find-the-order-line
                varying wk-ol-idx from 1 by 1
                until wk-ol-idx > order-line-count
                   or wk-line-found

            if not wk-line-found
                move "NOTSHIPD" to wk-verdict
                move wk-rq-idx to wk-fail-line
            else
                move rq-order-idx(wk-rq-idx) to wk-ol-idx
                compute wk-returnable = ol-shipped-qty(wk-ol-idx)
                    - ol-returned-qty(wk-ol-idx)
                evaluate true
                    when not ol-returnable(wk-ol-idx)
                        move "NOTSHIPD" to wk-verdict
                        move wk-rq-idx to wk-fail-line
                    when ro-rtord-req-qty(wk-rq-idx) > wk-returnable
                        move "OVERRTN" to wk-verdict
                        move wk-rq-idx to wk-fail-line
                    when other
                        if ol-qty(wk-ol-idx) > 0
                           and ol-value(wk-ol-idx) is numeric
                            compute rq-value(wk-rq-idx) rounded =
                                ol-value(wk-ol-idx)
                                * ro-rtord-req-qty(wk-rq-idx)
                                / ol-qty(wk-ol-idx)
                        else
                            move zero to rq-value(wk-rq-idx)
                        end-if
                end-evaluate
            end-if.

        find-the-order-line.
            if ol-line-no(wk-ol-idx) = ro-rtord-req-line-no(wk-rq-idx)
                set wk-line-found to true
                move wk-ol-idx to rq-order-idx(wk-rq-idx)
            end-if.

       *> the credit goes through POSTTXN under the caller's own
       *> context, so the ACCTPOST line carries the return's msg-id;
       *> a return worth nothing has nothing to post
        credit-the-account.
            move zero to wk-total-credit
            perform add-one-line-value
                varying wk-rq-idx from 1 by 1
                until wk-rq-idx > ro-rtord-req-line-count

            if wk-total-credit > zero
                move spaces to pt-posttxn-request
                move wk-acct-number  to pt-postt-req-acct
                move "C"             to pt-postt-req-dc
                move wk-total-credit to pt-postt-req-amount

                set wk-idata-ptr to address of pt-posttxn-request
                move 22 to wk-ilen
                set wk-odata to null
                move 0 to wk-olen

                call "POSTTXN" using
                            by reference ctxt
                            by reference wk-idata-ptr
                            by reference wk-ilen
                            by reference wk-odata
                            by reference wk-olen
                end-call

                move "ERROR" to pt-postt-rep-status
                if wk-odata not = null
                    if wk-olen >= 41
                        set address of reply-view to wk-odata
                        move reply-view to pt-posttxn-reply
                    end-if
                    free wk-odata
                    set wk-odata to null
                end-if

                evaluate pt-postt-rep-status
                    when "OK"
                        continue
                    when "NOTFND"
                        move "NOACCT" to wk-verdict
                    when other
                        move pt-postt-rep-status to wk-verdict
                end-evaluate
            end-if.

        add-one-line-value.
            add rq-value(wk-rq-idx) to wk-total-credit.

        record-the-return.
            perform stamp-the-time

            open extend rmqreturns-file
            if not rmqreturns-ok
                open output rmqreturns-file
            end-if

            perform record-one-return-line
                varying wk-rq-idx from 1 by 1
                until wk-rq-idx > ro-rtord-req-line-count

            close rmqreturns-file.

        record-one-return-line.
            move rq-order-idx(wk-rq-idx) to wk-ol-idx

            move spaces to fr-return-record
            move wk-stamp-date to fr-rtn-date
            move wk-stamp-time to fr-rtn-time
            move ro-rtord-req-order-id to fr-rtn-order-id
            move ol-line-no(wk-ol-idx) to fr-rtn-line-no
            move ol-item-code(wk-ol-idx) to fr-rtn-item-code
            move wk-acct-number to fr-rtn-acct-number
            move ro-rtord-req-qty(wk-rq-idx) to fr-rtn-qty
            if ro-rtord-req-damaged(wk-rq-idx)
                move "D" to fr-rtn-condition
            else
                move "R" to fr-rtn-condition
            end-if
            move rq-value(wk-rq-idx) to fr-rtn-value
            if ctxt not = null
                move cx-ctx-msg-id to fr-rtn-msg-id
            end-if
            write fr-return-record

            if fr-rtn-resaleable
                perform restock-the-item
            end-if.

        restock-the-item.
            move ol-item-code(wk-ol-idx) to im-item-code
            read itemmst-file
                invalid key
       *> the item has left the master since the order was taken --
       *> nothing to put the stock back on, but the return holds
                    continue
                not invalid key
                    add ro-rtord-req-qty(wk-rq-idx) to im-item-onhand
                    move wk-stamp-date to im-item-updated-date
                    move wk-stamp-time to im-item-updated-time
                    rewrite im-item-record
            end-read

            if ol-whse(wk-ol-idx) not = spaces
                move "RESTOCK" to wk-loc-function
                move ol-whse(wk-ol-idx) to wk-loc-whse
                move ro-rtord-req-qty(wk-rq-idx) to wk-loc-qty
                call "ITEM0LOC" using wk-loc-function,
                            ol-item-code(wk-ol-idx), wk-loc-whse,
                            wk-loc-qty, wk-loc-onhand, wk-loc-result
                end-call
            end-if.

        stamp-the-time.
            accept wk-today from date yyyymmdd
            accept wk-now from time

            move spaces to wk-stamp-date
            string wk-today-yyyy delimited by size
                   "-" delimited by size
                   wk-today-mm delimited by size
                   "-" delimited by size
                   wk-today-dd delimited by size
                   into wk-stamp-date
            end-string
            move spaces to wk-stamp-time
            string wk-now-hh delimited by size
                   ":" delimited by size
                   wk-now-mi delimited by size
                   ":" delimited by size
                   wk-now-ss delimited by size
                   into wk-stamp-time
            end-string.

        build-the-reply.
            move ro-rtord-req-order-id to ro-rtord-rep-order-id
            move wk-fail-line to ro-rtord-rep-fail-line
            move wk-verdict to ro-rtord-rep-status
            if wk-verdict = "OK"
                move wk-total-credit to ro-rtord-rep-credit
            else
                move zero to ro-rtord-rep-credit
            end-if

            allocate (33) characters initialized returning odata
            set address of odata-view to odata
            move ro-rtord-reply to odata-view
            move wk-reply-len to olen.

        end program retrnord.
