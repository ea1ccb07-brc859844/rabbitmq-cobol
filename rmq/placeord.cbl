       *> under one order id off the ORDSEQ sequence file, so ids
       *> stay unique across dispatcher restarts.  Both masters stay
       *> open across calls the same way GETBAL holds ACCTMST open.
       *> A multi-line request flagged for backordering that fails
       *> only on stock is not lost: it is filed whole on the
       *> RMQBACKORD backorder file under a BKO id off the BKOSEQ
       *> sequence file and answers BACKORD with that id, and the
       *> BKOREL release pass retries it through this same handler
       *> after the next ITEMLOAD refresh.
       *>
       *> An item stocked at more than one warehouse (it has ITEMLOC
       *> locations) is not filled from the item-level total alone:
       *> each line is allocated, through ITEM0LOC, to the first
       *> warehouse on the RMQWHSE sourcing preference whose location
       *> can fill the whole line -- counting what earlier lines of
       *> the same set already took there -- and a line no single
       *> site can fill answers OUTOFSTK.  The allocated warehouse is
       *> drawn down and recorded on the RMQORDERS line.
       *>
       *> Each line is priced at the list price in force on the order
       *> date -- ITEMMST item-price, or a PRICECHG change pending
       *> from that date or earlier that PRICEAPL has not yet moved
       *> onto the master -- and then at the ordering account's
       *> PRICEAGR agreement for the item, if one is in force: a
       *> contract price, or a discount off that list price.  The
       *> net value is what is charged and credit-checked; the list
       *> value and the agreement id ride on the RMQORDERS line for
       *> SALESRPT.
       *>
       *> Credit is tested account by account unless the ordering
       *> account belongs, on the CUSTREL relationship file, to a
       *> customer whose CUSTMST row asks for pooled credit: then the
       *> order is held against the headroom of all that customer's
       *> open accounts together, converted through RMQ0RATE into
       *> the ordering account's currency.

        environment division.
        input-output section.
            select ordseq-file assign to "ORDSEQ"
                organization line sequential
                file status is ordseq-status.
            select rmqbackord-file assign to "RMQBACKORD"
                organization line sequential
                file status is rmqbackord-status.
            select bkoseq-file assign to "BKOSEQ"
                organization line sequential
                file status is bkoseq-status.
            select rmqwhse-file assign to "RMQWHSE"
                organization line sequential
                file status is rmqwhse-status.
            select pricechg-file assign to "PRICECHG"
                organization indexed
                access mode dynamic
                record key pc-prchg-key
                file status is pricechg-status.
            select priceagr-file assign to "PRICEAGR"
                organization indexed
                access mode dynamic
                record key pa-agr-key
                file status is priceagr-status.
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
            copy rmqordr replacing ==:pfx:== by ==fo==.
        fd  ordseq-file.
            copy rmqordsq replacing ==:pfx:== by ==fs==.
        fd  rmqbackord-file.
            copy rmqbkord replacing ==:pfx:== by ==fb==.
       *> backorder ids come off the same one-record layout as ORDSEQ
        fd  bkoseq-file.
            copy rmqordsq replacing ==:pfx:== by ==fk==.
        fd  rmqwhse-file.
            copy rmqwhse replacing ==:pfx:== by ==fw==.
        fd  pricechg-file.
            copy rmqprchg replacing ==:pfx:== by ==pc==.
        fd  priceagr-file.
            copy rmqpragr replacing ==:pfx:== by ==pa==.
        fd  custmst-file.
            copy rmqcust replacing ==:pfx:== by ==cm==.
        fd  custrel-file.
            copy rmqcurel replacing ==:pfx:== by ==cr==.

        working-storage section.

        01  ordseq-status       pic xx.
            88 ordseq-ok        value "00".

        01  rmqbackord-status   pic xx.
            88 rmqbackord-ok    value "00", "05".

        01  bkoseq-status       pic xx.
            88 bkoseq-ok        value "00".

        01  rmqwhse-status      pic xx.
            88 rmqwhse-ok       value "00".
            88 rmqwhse-eof      value "10".

        01  pricechg-status     pic xx.
            88 pricechg-ok      value "00".
            88 pricechg-eof     value "10".

        01  priceagr-status     pic xx.
            88 priceagr-ok      value "00".
            88 priceagr-eof     value "10".

        01  custmst-status      pic xx.
            88 custmst-ok       value "00".

        01  custrel-status      pic xx.
            88 custrel-ok       value "00".

        01  wk-opened-flag      pic x(1) value "N".
            88 wk-master-open   value "Y".
        01  wk-acct-opened-flag pic x(1) value "N".
            88 wk-accounts-open value "Y".
        01  wk-credit-flag      pic x(1).
            88 wk-credit-good   value "Y".
        01  wk-parse-flag       pic x(1).
            88 wk-request-good  value "Y".
        01  wk-lines-flag       pic x(1).
            88 wk-lines-good    value "Y".
        01  wk-backorder-flag   pic x(1).
            88 wk-backorder-wanted value "Y".
        01  wk-whse-loaded-flag pic x(1) value "N".
            88 wk-whse-loaded   value "Y".
        01  wk-sourced-flag     pic x(1).
            88 wk-line-sourced  value "Y".

       *> the order's value -- each line priced off the item master
       *> as it is verified, summed for the credit check and echoed
       *> in the reply
        01  wk-order-value      pic 9(9)v99.
        01  wk-line-value       pic 9(9)v99 occurs 10 times.
        01  wk-line-list-value  pic 9(9)v99 occurs 10 times.
        01  wk-line-agr-id      pic x(12) occurs 10 times.
        01  wk-headroom         pic s9(11)v99.
        01  wk-held-amount      pic 9(11)v99.

       *> relationship-level credit: the customer the ordering
       *> account pools its credit under, if any, and the headroom
       *> of all that customer's accounts in the ordering account's
       *> currency.  Both customer files are opened for the one
       *> check and are optional -- without them every account
       *> stands on its own line.
        01  wk-order-acct       pic x(10).
        01  wk-order-ccy        pic x(3).
        01  wk-pool-cust-id     pic x(10).
        01  wk-pool-headroom    pic s9(11)v99.
        01  wk-acct-headroom    pic s9(9)v99.
        01  wk-conv-headroom    pic s9(9)v99.
        01  wk-rate-rc          binary-long.
        01  wk-rate-as-of       pic x(10) value spaces.
        01  wk-rate-date        pic x(10).
        01  wk-pool-flag        pic x(1).
            88 wk-pool-found    value "Y".
        01  wk-pool-scan-flag   pic x(1).
            88 wk-pool-scan-done value "Y".
        01  wk-cust-open-flag   pic x(1).
            88 wk-customers-open value "Y".

       *> whatever layout arrived, it is processed as lines 1..n of
       *> the plordm table so one code path serves both contracts
        01  wk-scan-idx         binary-long.
        01  wk-cum-qty          pic 9(7).

       *> the warehouse each line is allocated to -- blank for an
       *> item stocked in one place -- and the sourcing preference
       *> it is chosen under, loaded once from RMQWHSE
        01  wk-line-whse        pic x(4) occurs 10 times.
        01  whse-table.
            05 whse-count       binary-long value 0.
            05 whse-pref        pic x(4) occurs 20 times.
        01  wk-whse-idx         binary-long.
        01  wk-rank             binary-long.
        01  wk-best-rank        binary-long.
        01  wk-alloc-qty        pic 9(7).

       *> the price in force: both price files are opened for the
       *> one order and read as of wk-price-date.  Neither is
       *> required -- without them every line sells at ITEMMST list.
        01  wk-price-date       pic x(10).
        01  wk-list-price       pic 9(7)v99.
        01  wk-net-price        pic 9(7)v99.
        01  wk-changes-flag     pic x(1).
            88 wk-changes-open  value "Y".
        01  wk-agreements-flag  pic x(1).
            88 wk-agreements-open value "Y".

       *> ITEM0LOC's parameters
        01  wk-loc-function     pic x(8).
        01  wk-loc-whse         pic x(4).
        01  wk-loc-qty          pic 9(7).
        01  wk-loc-onhand       pic 9(7).
        01  wk-loc-result       pic x(8).

        01  wk-max-idata-len    usage binary-long value 16384.
        01  wk-reply-len        usage binary-long value 33.
        01  idata-view          pic x(16384) based.
        01  txt                 pic x(60) based.

        01  wk-order-seq        pic 9(9) value 0.
        01  wk-bko-seq          pic 9(9) value 0.
        01  wk-request-len      binary-long.

        01  wk-today            pic 9(8).
        01  wk-today-edit       redefines wk-today.
        01  odata                usage pointer.
        01  olen                 usage binary-long.

       *> the dispatcher's context block -- a backorder remembers
       *> the caller it was filed for
            copy rmqctxt replacing ==:pfx:== by ==cx==.

        procedure division using ctxt, idata, ilen, odata, olen.

        if ilen > wk-max-idata-len
            move "ERROR: request exceeds maximum input length" to txt
            move function length(function trim(txt)) to olen
        else
            set address of cx-svc-context to ctxt
            perform parse-the-request
            perform process-the-order
            perform build-the-reply
        parse-the-request.
            set address of idata-view to idata
            move "N" to wk-parse-flag
            move "N" to wk-backorder-flag
            move spaces to po-plordm-request
            move 0 to wk-line-count

                perform parse-one-line
                    varying wk-line-idx from 1 by 1
                    until wk-line-idx > wk-line-count
                compute wk-request-len = 12 + (wk-line-count * 15)
       *> a "B" in the byte after the last line asks for the set to
       *> be backordered rather than refused if stock falls short
                if ilen > wk-request-len
                   and idata-view(wk-request-len + 1:1) = "B"
                    set wk-backorder-wanted to true
                end-if
            end-if.

        parse-one-line.

       *> the credit gate: the account must exist, be open, and have
       *> headroom for the whole set's value beyond its current
       *> balance and its active ACCTHOLD holds -- an amount already
       *> earmarked is committed against the line the same as the
       *> balance is.  An account pooling its credit with the rest of
       *> its customer's accounts is held to the pool's headroom
       *> instead of its own.  The lines were priced as they were
       *> verified, so wk-order-value is already the set's worth in
       *> money.
        check-the-credit.
            move "N" to wk-credit-flag

                        continue
                    not invalid key
                        if am-acct-open
                            call "ACCT0AVL" using am-acct-number,
                                        wk-held-amount
                            end-call
                            compute wk-headroom =
                                am-acct-credit-limit - am-acct-balance
                                - wk-held-amount
                            perform find-the-credit-pool
                            if wk-pool-found
                                perform total-the-pool
                                move wk-pool-headroom to wk-headroom
                            end-if
                            if wk-order-value <= wk-headroom
                                set wk-credit-good to true
                            end-if
                end-read
            end-if.

       *> an account tied on CUSTREL to an active customer flagged
       *> for pooled credit is tested at the relationship level:
       *> the first such customer found is the pool.  Anything else
       *> -- no relationship files, no link, no pooling customer --
       *> leaves the single-account test standing.
        find-the-credit-pool.
            move "N" to wk-pool-flag
            move am-acct-number   to wk-order-acct
            move am-acct-currency to wk-order-ccy

            move "N" to wk-cust-open-flag
            open input custmst-file
            if custmst-ok
                set wk-customers-open to true
                open input custrel-file
                if custrel-ok
                    move "N" to wk-pool-scan-flag
                    move wk-order-acct to cr-rel-acct-number
                    start custrel-file key = cr-rel-acct-number
                        invalid key
                            set wk-pool-scan-done to true
                    end-start
                    perform check-next-holder
                        until wk-pool-scan-done
                    if not wk-pool-found
                        close custrel-file
                    end-if
                end-if
                close custmst-file
            end-if.

        check-next-holder.
            read custrel-file next
                at end
                    set wk-pool-scan-done to true
                not at end
                    if cr-rel-acct-number not = wk-order-acct
                        set wk-pool-scan-done to true
                    else
                        move cr-rel-cust-id to cm-cust-id
                        read custmst-file
                            invalid key
                                continue
                            not invalid key
                                if cm-cust-active
                                   and cm-cust-pooled
                                    set wk-pool-found to true
                                    set wk-pool-scan-done to true
                                    move cm-cust-id
                                            to wk-pool-cust-id
                                end-if
                        end-read
                    end-if
            end-read.

       *> every open account of the customer lends its headroom --
       *> credit limit less balance less holds, a negative one
       *> taking away -- converted through RMQ0RATE into the
       *> ordering account's currency.  An account whose currency
       *> the rates table doesn't know lends nothing.  The ordering
       *> account is re-read last so its record is what's left.
        total-the-pool.
            move zero to wk-pool-headroom
            move "N" to wk-pool-scan-flag
            move wk-pool-cust-id to cr-rel-cust-id
            move low-values to cr-rel-acct-number
            start custrel-file key >= cr-rel-key
                invalid key
                    set wk-pool-scan-done to true
            end-start
            perform add-next-pool-account
                until wk-pool-scan-done
            close custrel-file

            move wk-order-acct to am-acct-number
            read acctmst-file
                invalid key
                    continue
            end-read.

        add-next-pool-account.
            read custrel-file next
                at end
                    set wk-pool-scan-done to true
                not at end
                    if cr-rel-cust-id not = wk-pool-cust-id
                        set wk-pool-scan-done to true
                    else
                        move cr-rel-acct-number to am-acct-number
                        read acctmst-file
                            invalid key
                                continue
                            not invalid key
                                if am-acct-open
                                    perform add-the-account-headroom
                                end-if
                        end-read
                    end-if
            end-read.

        add-the-account-headroom.
            call "ACCT0AVL" using am-acct-number, wk-held-amount
            end-call
            compute wk-acct-headroom =
                am-acct-credit-limit - am-acct-balance
                - wk-held-amount
            call "RMQ0RATE" using wk-acct-headroom, am-acct-currency,
                        wk-order-ccy, wk-conv-headroom, wk-rate-rc,
                        wk-rate-as-of, wk-rate-date
            end-call
            if wk-rate-rc = 0 or wk-rate-rc = 4
                add wk-conv-headroom to wk-pool-headroom
            end-if.

        process-the-order.
            move spaces to po-plord-rep-order-id
            move 0 to po-plord-rep-fail-line
                        else
                            move "CREDHELD" to po-plord-rep-status
                        end-if
                    else
                        if po-plord-rep-status = "OUTOFSTK"
                           and wk-backorder-wanted
                            perform file-the-backorder
                        end-if
                    end-if
            end-evaluate.

        verify-all-the-lines.
            set wk-lines-good to true
            move zero to wk-order-value
            perform open-the-price-files
            perform verify-one-line
                varying wk-line-idx from 1 by 1
                until wk-line-idx > wk-line-count
                   or not wk-lines-good
            perform close-the-price-files.

        verify-one-line.
            move po-plordm-req-item(wk-line-idx) to im-item-code
                        move wk-line-idx to po-plord-rep-fail-line
                        move "OUTOFSTK" to po-plord-rep-status
                    else
                        perform source-the-line
                    end-if
                    if wk-lines-good
                        perform price-the-line
                    end-if
            end-read.

                add po-plordm-req-qty(wk-scan-idx) to wk-cum-qty
            end-if.

       *> the list price first, then the account's agreement on top
       *> of it; the line is charged at the net price
        price-the-line.
            move im-item-price to wk-list-price
            if wk-changes-open
                perform find-the-list-price
            end-if
            compute wk-line-list-value(wk-line-idx) =
                po-plordm-req-qty(wk-line-idx) * wk-list-price

            move wk-list-price to wk-net-price
            move spaces to wk-line-agr-id(wk-line-idx)
            if wk-agreements-open
               and po-plordm-req-acct not = spaces
                perform find-the-agreement
            end-if

            compute wk-line-value(wk-line-idx) rounded =
                po-plordm-req-qty(wk-line-idx) * wk-net-price
            add wk-line-value(wk-line-idx) to wk-order-value.

       *> the latest change still pending on or before today wins;
       *> an applied one is already on ITEMMST
        find-the-list-price.
            move im-item-code to pc-prchg-item-code
            move low-values   to pc-prchg-eff-date
            start pricechg-file key is not less than pc-prchg-key
                invalid key
                    continue
                not invalid key
                    perform read-next-price-change
                        with test after
                        until pricechg-eof
                           or pc-prchg-item-code not = im-item-code
                           or pc-prchg-eff-date > wk-price-date
            end-start
            move "00" to pricechg-status.

        read-next-price-change.
            read pricechg-file next record
                at end
                    set pricechg-eof to true
                not at end
                    if pc-prchg-item-code = im-item-code
                       and pc-prchg-eff-date <= wk-price-date
                       and pc-prchg-pending
                        move pc-prchg-new-price to wk-list-price
                    end-if
            end-read.

       *> agreements for the account and item come back in start-date
       *> order, so the last one in force today is the latest started
        find-the-agreement.
            move po-plordm-req-acct to pa-agr-acct-number
            move im-item-code       to pa-agr-item-code
            move low-values         to pa-agr-from-date
            start priceagr-file key is not less than pa-agr-key
                invalid key
                    continue
                not invalid key
                    perform read-next-agreement
                        with test after
                        until priceagr-eof
                           or pa-agr-acct-number
                                not = po-plordm-req-acct
                           or pa-agr-item-code not = im-item-code
                           or pa-agr-from-date > wk-price-date
            end-start
            move "00" to priceagr-status.

        read-next-agreement.
            read priceagr-file next record
                at end
                    set priceagr-eof to true
                not at end
                    if pa-agr-acct-number = po-plordm-req-acct
                       and pa-agr-item-code = im-item-code
                       and pa-agr-from-date <= wk-price-date
                       and (pa-agr-to-date = spaces
                            or pa-agr-to-date >= wk-price-date)
                        perform apply-the-agreement
                    end-if
            end-read.

        apply-the-agreement.
            move pa-agr-id to wk-line-agr-id(wk-line-idx)
            if pa-agr-contract
                move pa-agr-contract-price to wk-net-price
            else
                compute wk-net-price rounded =
                    wk-list-price * (100 - pa-agr-discount-pct) / 100
            end-if.

        open-the-price-files.
            accept wk-today from date yyyymmdd
            move spaces to wk-price-date
            string wk-today-yyyy delimited by size
                   "-" delimited by size
                   wk-today-mm delimited by size
                   "-" delimited by size
                   wk-today-dd delimited by size
                   into wk-price-date
            end-string

            move "N" to wk-changes-flag
            open input pricechg-file
            if pricechg-ok
                set wk-changes-open to true
            end-if

            move "N" to wk-agreements-flag
            open input priceagr-file
            if priceagr-ok
                set wk-agreements-open to true
            end-if.

        close-the-price-files.
            if wk-changes-open
                close pricechg-file
            end-if
            if wk-agreements-open
                close priceagr-file
            end-if.

       *> an item with no locations is single-site and the item-level
       *> check above was the whole story.  Otherwise every location
       *> is weighed and the line goes to the best-ranked warehouse
       *> that can fill it whole; the item total having room is no
       *> use if it is spread across sites none of which can.
        source-the-line.
            move spaces to wk-line-whse(wk-line-idx)
            move "N" to wk-sourced-flag
            perform load-the-preference

            move "FIRST" to wk-loc-function
            perform call-the-locations

            if wk-loc-result not = "OK"
                set wk-line-sourced to true
            else
                move 9999 to wk-best-rank
                perform weigh-one-location
                    with test after
                    until wk-loc-result not = "OK"
            end-if

            if not wk-line-sourced
                move "N" to wk-lines-flag
                move wk-line-idx to po-plord-rep-fail-line
                move "OUTOFSTK" to po-plord-rep-status
            end-if.

        weigh-one-location.
            move zero to wk-alloc-qty
            perform add-one-allocated-qty
                varying wk-scan-idx from 1 by 1
                until wk-scan-idx >= wk-line-idx

            if wk-loc-onhand >=
                    wk-alloc-qty + po-plordm-req-qty(wk-line-idx)
                perform rank-the-warehouse
                if wk-rank < wk-best-rank
                    move wk-rank to wk-best-rank
                    move wk-loc-whse to wk-line-whse(wk-line-idx)
                    set wk-line-sourced to true
                end-if
            end-if

            move "NEXT" to wk-loc-function
            perform call-the-locations.

        add-one-allocated-qty.
            if po-plordm-req-item(wk-scan-idx)
                    = po-plordm-req-item(wk-line-idx)
               and wk-line-whse(wk-scan-idx) = wk-loc-whse
                add po-plordm-req-qty(wk-scan-idx) to wk-alloc-qty
            end-if.

       *> a warehouse's rank is its place on RMQWHSE; one the table
       *> doesn't list ranks after all of them, and locations arrive
       *> in warehouse-code order so ties go to the lower code
        rank-the-warehouse.
            compute wk-rank = whse-count + 1
            perform rank-one-warehouse
                varying wk-whse-idx from 1 by 1
                until wk-whse-idx > whse-count.

        rank-one-warehouse.
            if whse-pref(wk-whse-idx) = wk-loc-whse
               and wk-whse-idx < wk-rank
                move wk-whse-idx to wk-rank
            end-if.

        call-the-locations.
            call "ITEM0LOC" using wk-loc-function,
                        po-plordm-req-item(wk-line-idx), wk-loc-whse,
                        wk-loc-qty, wk-loc-onhand, wk-loc-result
            end-call.

        load-the-preference.
            if not wk-whse-loaded
                set wk-whse-loaded to true
                open input rmqwhse-file
                if rmqwhse-ok
                    perform load-next-warehouse
                        with test after
                        until rmqwhse-eof
                    close rmqwhse-file
                end-if
            end-if.

        load-next-warehouse.
            read rmqwhse-file
                at end
                    set rmqwhse-eof to true
                not at end
                    if whse-count < 20
                       and fw-whse-code not = spaces
                        add 1 to whse-count
                        move fw-whse-code to whse-pref(whse-count)
                    end-if
            end-read.

        accept-the-order.
            perform take-next-order-number

                    perform record-the-order-line
            end-read.

       *> the sequence file is read afresh for every order and
       *> rewritten straight after, so a dispatcher that abends
       *> mid-burst never hands the same order id out twice -- and
       *> neither does the BKOREL release pass, which takes order
       *> ids through this handler in its own run unit while the
       *> dispatcher is serving
        take-next-order-number.
            open input ordseq-file
            if ordseq-ok
                read ordseq-file
                    at end
                        continue
                    not at end
                        move fs-ordseq-last-order to wk-order-seq
                end-read
                close ordseq-file
            end-if

            add 1 to wk-order-seq
                   into im-item-updated-time
            end-string

            rewrite im-item-record

            if wk-line-whse(wk-line-idx) not = spaces
                move "DRAW" to wk-loc-function
                move wk-line-whse(wk-line-idx) to wk-loc-whse
                move po-plordm-req-qty(wk-line-idx) to wk-loc-qty
                perform call-the-locations
            end-if.

        record-the-order-line.
            move spaces to fo-order-record
            move wk-line-idx           to fo-ord-line-no
            move wk-line-value(wk-line-idx) to fo-ord-value
            move "A"                   to fo-ord-status
            move zero                  to fo-ord-shipped-qty
            move wk-line-whse(wk-line-idx) to fo-ord-whse
            move wk-line-list-value(wk-line-idx) to fo-ord-list-value
            move wk-line-agr-id(wk-line-idx) to fo-ord-agr-id

            write fo-order-record.

       *> the refused set is filed exactly as it was asked for -- the
       *> plordm request with its account and lines -- so the
       *> release pass can put it back through this handler as if
       *> the partner had resent it.  The reply carries the BKO id
       *> in the order-id slot and still names the line that ran
       *> short.
        file-the-backorder.
            open input bkoseq-file
            if bkoseq-ok
                read bkoseq-file
                    at end
                        continue
                    not at end
                        move fk-ordseq-last-order to wk-bko-seq
                end-read
                close bkoseq-file
            end-if

            add 1 to wk-bko-seq

            move wk-bko-seq to fk-ordseq-last-order
            open output bkoseq-file
            write fk-ordseq-record
            close bkoseq-file

            accept wk-today from date yyyymmdd
            accept wk-now from time

            move spaces to fb-backorder-record
            string "BKO" delimited by size
                   wk-bko-seq delimited by size
                   into fb-bko-id
            end-string
            string wk-today-yyyy delimited by size
                   "-" delimited by size
                   wk-today-mm delimited by size
                   "-" delimited by size
                   wk-today-dd delimited by size
                   into fb-bko-date
            end-string
            string wk-now-hh delimited by size
                   ":" delimited by size
                   wk-now-mi delimited by size
                   ":" delimited by size
                   wk-now-ss delimited by size
                   into fb-bko-time
            end-string
            if ctxt not = null
                move cx-ctx-caller-id to fb-bko-caller-id
            end-if
            move "O" to fb-bko-status
            move "OUTOFSTK" to fb-bko-last-status
            move "N" to fb-bko-notified
            move po-plordm-request to fb-bko-request

            open extend rmqbackord-file
            if not rmqbackord-ok
                open output rmqbackord-file
            end-if
            if rmqbackord-ok
                write fb-backorder-record
                close rmqbackord-file
                move fb-bko-id to po-plord-rep-order-id
                move "BACKORD" to po-plord-rep-status
            end-if.

        build-the-reply.
            allocate (33) characters initialized returning odata
            set address of odata-view to odata
