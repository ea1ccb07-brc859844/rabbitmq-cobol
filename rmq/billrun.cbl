        identification division.
        program-id.    billrun.

       *> billrun is the nightly order-to-invoice pass: once SHIPCONF
       *> has moved an order's lines to S (shipped), somebody still
       *> had to key the invoice into RMQTXN by hand as a BILL
       *> header/detail/trailer set.  This job walks RMQORDERS, takes
       *> every order whose lines have all left the building (each
       *> line shipped or cancelled, at least one shipped), prices it
       *> off ord-value -- a short-shipped line charged for the
       *> shipped units only -- and debits the ordering account
       *> through the POSTTXN service handler itself, CALLed the way
       *> PAYAPPLY calls it: one set of posting rules, one overdraft
       *> check, one ACCTPOST journal, however the debit arrived.  A
       *> debit that lands gets the next invoice number off INVSEQ,
       *> its BILL set appended to the RMQTXN publish input (so
       *> DEMO06 assembles and fans it out like any other BILL set)
       *> and its lines marked C (completed); a debit POSTTXN refuses
       *> leaves the order shipped for the next run.  Every order
       *> touched goes on the RMQINVREG invoice register with the run
       *> totals finance ties back to SALESRPT.  The order file is
       *> rewritten alongside and swapped in the way ORDFULFL swaps
       *> its own.  The BILL set's routing comes from RMQBILLEXCH /
       *> RMQBILLKEY (defaults cobol-exchange / billing-key).
       *>
       *> The services RMQSVCHRS lists for BILLRUN under BATCH rules
       *> are closed through RMQ0SVCC while the order file is being
       *> worked and swapped, and reopened once it is back in place,
       *> so nothing the order desk appends in between is lost
       *> under the swap.

        environment division.
        input-output section.
        file-control.
            select rmqorders-file assign to "RMQORDERS"
                organization line sequential
                file status is rmqorders-status.
            select rmqordbil-file assign to "RMQORDBIL"
                organization line sequential
                file status is rmqordbil-status.
            select rmqtxn-file assign to "RMQTXN"
                organization line sequential
                file status is rmqtxn-status.
            select rmqinvreg-file assign to "RMQINVREG"
                organization line sequential
                file status is rmqinvreg-status.
            select invseq-file assign to "INVSEQ"
                organization line sequential
                file status is invseq-status.

        data division.
        file section.
        fd  rmqorders-file.
            copy rmqordr replacing ==:pfx:== by ==fo==.
        fd  rmqordbil-file.
            copy rmqordr replacing ==:pfx:== by ==fu==.
        fd  rmqtxn-file.
            copy rmqtxn replacing ==:pfx:== by ==ft==.
        fd  rmqinvreg-file.
            copy rmqinvrg replacing ==:pfx:== by ==fr==.
       *> the invoice counter is the same one-record layout ORDSEQ
       *> keeps PLACEORD's order numbers on
        fd  invseq-file.
            copy rmqordsq replacing ==:pfx:== by ==fs==.

        working-storage section.

        01  rmqorders-status       pic xx.
            88 rmqorders-ok        value "00".
            88 rmqorders-eof       value "10".

        01  rmqordbil-status       pic xx.
            88 rmqordbil-ok        value "00".

        01  rmqtxn-status          pic xx.
            88 rmqtxn-ok           value "00", "05".

        01  rmqinvreg-status       pic xx.
            88 rmqinvreg-ok        value "00", "05".

        01  invseq-status          pic xx.
            88 invseq-ok           value "00".

            copy rmqretc.
            copy rmqinvc replacing ==:pfx:== by ==iv==.
            copy rmqpstxn replacing ==:pfx:== by ==pt==.
            copy rmqctxt replacing ==:pfx:== by ==cx==.

        01  dest-exchange          pic x(50) value "cobol-exchange".
        01  dest-routing-key       pic x(50) value "billing-key".
        01  wk-name-override       pic x(50).

       *> the order being gathered, held until the order id changes
       *> the way ORDFULFL gathers an order's lines
            copy rmqordr replacing ==:pfx:== by ==wg==.
        01  group-table.
            05 group-count         binary-long value 0.
            05 group-entry         occurs 10 times.
                10 group-record    pic x(128).
                10 group-line-value pic 9(9)v99.
        01  wk-group-id            pic x(12) value spaces.
        01  wk-grp-idx             binary-long.
        01  wk-billable-flag       pic x(1).
            88 wk-order-billable   value "Y".
        01  wk-shipped-lines       binary-long.
        01  wk-shipped-qty         pic 9(5).
        01  wk-result              pic x(8).

        01  wk-order-ordered       pic 9(9)v99.
        01  wk-order-short         pic 9(9)v99.
        01  wk-order-billed        pic 9(9)v99.
        01  wk-invoice-id          pic x(12).
        01  wk-invoice-seq         pic 9(9) value 0.
        01  wk-seq-loaded-flag     pic x(1) value "N".
            88 wk-seq-loaded       value "Y".

       *> the handler call plumbing, exactly the dispatcher's shape
        01  wk-ctxt                usage pointer.
        01  wk-idata-ptr           usage pointer.
        01  wk-ilen                binary-long.
        01  wk-odata               usage pointer.
        01  wk-olen                binary-long.
        01  reply-view             pic x(41) based.

       *> run totals for the register, by outcome
        01  total-table.
            05 total-count         binary-long value 0.
            05 total-entry         occurs 20 times.
                10 total-status        pic x(8).
                10 total-orders        binary-long.
                10 total-ordered       pic 9(11)v99.
                10 total-short         pic 9(11)v99.
                10 total-billed        pic 9(11)v99.
        01  wk-tot-idx             binary-long.
        01  wk-tot-found-flag      pic x(1).
            88 wk-tot-found        value "Y".

        01  wk-today               pic 9(8).
        01  wk-today-edit          redefines wk-today.
            05 wk-today-yyyy       pic 9(4).
            05 wk-today-mm         pic 9(2).
            05 wk-today-dd         pic 9(2).
        01  wk-now                 pic 9(8).
        01  wk-now-edit            redefines wk-now.
            05 wk-now-hh           pic 9(2).
            05 wk-now-mi           pic 9(2).
            05 wk-now-ss           pic 9(2).
            05 wk-now-th           pic 9(2).
        01  wk-run-date            pic x(10).

        01  wk-read-count          binary-long value 0.
        01  wk-order-count         binary-long value 0.
        01  wk-billed-count        binary-long value 0.
        01  wk-held-count          binary-long value 0.

       *> one run-history line per run, through RMQ0RUNH
        01  wk-runh-rc            binary-long value 0.
        01  wk-runh-in            binary-long value 0.
        01  wk-runh-out           binary-long value 0.

        procedure division.

        main-line.
            call "RMQ0RUNH" using "START   ", "BILLRUN ", wk-runh-rc,
                        wk-runh-in, wk-runh-out
            end-call
            perform load-destination
            perform build-the-context
            perform work-the-order-file
            perform write-the-run-totals
            perform end-the-run.

        load-destination.
            display "RMQBILLEXCH" upon environment-name
            accept wk-name-override from environment-value
                on exception
                    move spaces to wk-name-override
            end-accept
            if wk-name-override not = spaces
                move wk-name-override to dest-exchange
            end-if

            display "RMQBILLKEY" upon environment-name
            accept wk-name-override from environment-value
                on exception
                    move spaces to wk-name-override
            end-accept
            if wk-name-override not = spaces
                move wk-name-override to dest-routing-key
            end-if.

        build-the-context.
            call "RMQ0BDT" using "CURRENT ", wk-today
            end-call
            accept wk-now from time

            move spaces to wk-run-date
            string wk-today-yyyy delimited by size
                   "-" delimited by size
                   wk-today-mm delimited by size
                   "-" delimited by size
                   wk-today-dd delimited by size
                   into wk-run-date
            end-string

            move spaces to cx-svc-context
            move "BILLRUN" to cx-ctx-caller-id
            move wk-run-date to cx-ctx-dispatch-date
            string wk-now-hh delimited by size
                   ":" delimited by size
                   wk-now-mi delimited by size
                   ":" delimited by size
                   wk-now-ss delimited by size
                   into cx-ctx-dispatch-time
            end-string

            set wk-ctxt to address of cx-svc-context.

        work-the-order-file.
            call "RMQ0SVCC" using "CLOSE   ", "BILLRUN "
            end-call
            open input rmqorders-file

            if not rmqorders-ok
                display "billrun: no order file -- nothing to bill"
                perform reopen-the-services
                perform end-the-run
            end-if

            open output rmqordbil-file
            open extend rmqtxn-file
            if not rmqtxn-ok
                open output rmqtxn-file
            end-if
            open extend rmqinvreg-file
            if not rmqinvreg-ok
                open output rmqinvreg-file
            end-if

            if not rmqordbil-ok or not rmqtxn-ok
               or not rmqinvreg-ok
                move rmq-rc-file-error to return-code
                display "billrun: unable to open work files"
                perform end-the-run
            end-if

            perform take-next-order-record
                with test after
                until rmqorders-eof

            if group-count > 0
                perform flush-the-group
            end-if

            close rmqorders-file
            close rmqordbil-file
            close rmqtxn-file

            call "SYSTEM" using "mv RMQORDBIL RMQORDERS"
            end-call
            perform reopen-the-services

            display "billrun: records read=" wk-read-count
                    " orders=" wk-order-count
                    " billed=" wk-billed-count
                    " held=" wk-held-count.

        take-next-order-record.
            read rmqorders-file
                at end
                    set rmqorders-eof to true
                not at end
                    add 1 to wk-read-count
                    perform sort-one-record
            end-read.

       *> every record of an order gathers under its id; a changed
       *> id means the previous order is complete (PLACEORD writes an
       *> order's lines together)
        sort-one-record.
            if group-count > 0
               and fo-ord-order-id not = wk-group-id
                perform flush-the-group
            end-if

            if group-count >= 10
                perform flush-the-group
            end-if
            add 1 to group-count
            move fo-order-record to group-record(group-count)
            move zero to group-line-value(group-count)
            move fo-ord-order-id to wk-group-id.

        flush-the-group.
            add 1 to wk-order-count
            perform judge-the-order

            if wk-order-billable
                perform price-the-order
                if wk-order-billed = zero
                    move "NOCHARGE" to wk-result
                    move spaces to wk-invoice-id
                    perform mark-the-group-completed
                else
                    perform debit-the-account
                    if pt-postt-rep-status = "OK"
                        move "BILLED" to wk-result
                        add 1 to wk-billed-count
                        perform take-next-invoice-number
                        perform write-the-bill-set
                        perform mark-the-group-completed
                    else
                        move pt-postt-rep-status to wk-result
                        move spaces to wk-invoice-id
                        add 1 to wk-held-count
                        perform carry-the-group-unchanged
                    end-if
                end-if
                perform register-the-order
            else
                perform carry-the-group-unchanged
            end-if

            move 0 to group-count
            move spaces to wk-group-id.

       *> billable once nothing is left at the warehouse: every line
       *> shipped or cancelled, and at least one actually shipped --
       *> an all-cancelled order was never a sale, and a completed
       *> order has been billed already
        judge-the-order.
            move "Y" to wk-billable-flag
            move 0 to wk-shipped-lines

            perform judge-one-line
                varying wk-grp-idx from 1 by 1
                until wk-grp-idx > group-count

            if wk-shipped-lines = 0
                move "N" to wk-billable-flag
            end-if.

        judge-one-line.
            move group-record(wk-grp-idx) to wg-order-record
            evaluate true
                when wg-ord-shipped
                    add 1 to wk-shipped-lines
                when wg-ord-cancelled
                    continue
                when other
                    move "N" to wk-billable-flag
            end-evaluate.

       *> a line is charged for what shipped: ord-value taken down
       *> in proportion to the shipped quantity.  A line shipped
       *> before SHIPCONF recorded a quantity reads as shipped whole.
        price-the-order.
            move zero to wk-order-ordered
            move zero to wk-order-short
            move zero to wk-order-billed

            perform price-one-line
                varying wk-grp-idx from 1 by 1
                until wk-grp-idx > group-count.

        price-one-line.
            move group-record(wk-grp-idx) to wg-order-record
            if wg-ord-shipped and wg-ord-value is numeric
                if wg-ord-shipped-qty is numeric
                   and wg-ord-qty is numeric
                   and wg-ord-shipped-qty < wg-ord-qty
                    move wg-ord-shipped-qty to wk-shipped-qty
                    compute group-line-value(wk-grp-idx) rounded =
                        wg-ord-value * wk-shipped-qty / wg-ord-qty
                else
                    move wg-ord-value to group-line-value(wk-grp-idx)
                end-if
                add wg-ord-value to wk-order-ordered
                add group-line-value(wk-grp-idx) to wk-order-billed
                compute wk-order-short = wk-order-short
                    + wg-ord-value - group-line-value(wk-grp-idx)
            end-if.

       *> the debit goes through POSTTXN exactly as a partner's
       *> payment does; the journal line carries the order id so
       *> ACCTPOST answers "what was this debit" without the register
        debit-the-account.
            move group-record(1) to wg-order-record
            move spaces to pt-posttxn-request
            move wg-ord-acct-number to pt-postt-req-acct
            move "D"                to pt-postt-req-dc
            move wk-order-billed    to pt-postt-req-amount

            move spaces to cx-ctx-msg-id
            string "BILL-" delimited by size
                   wg-ord-order-id delimited by size
                   into cx-ctx-msg-id
            end-string

            set wk-idata-ptr to address of pt-posttxn-request
            move 22 to wk-ilen
            set wk-odata to null
            move 0 to wk-olen

            call "POSTTXN" using
                        by reference wk-ctxt
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
            end-if.

       *> read once per run and rewritten after every invoice, the
       *> way PLACEORD keeps ORDSEQ, so a rerun never reissues a
       *> number
        take-next-invoice-number.
            if not wk-seq-loaded
                open input invseq-file
                if invseq-ok
                    read invseq-file
                        at end
                            continue
                        not at end
                            move fs-ordseq-last-order
                                    to wk-invoice-seq
                    end-read
                    close invseq-file
                end-if
                set wk-seq-loaded to true
            end-if

            add 1 to wk-invoice-seq

            move wk-invoice-seq to fs-ordseq-last-order
            open output invseq-file
            write fs-ordseq-record
            close invseq-file

            move spaces to wk-invoice-id
            string "INV" delimited by size
                   wk-invoice-seq delimited by size
                   into wk-invoice-id
            end-string.

       *> header, one detail per line that shipped anything, and a
       *> trailer naming the detail count -- the set DEMO06 proves
       *> and assembles
        write-the-bill-set.
            move group-record(1) to wg-order-record

            move spaces to iv-invh-body
            move "INVHDR"           to iv-invh-rec-id
            move wk-invoice-id      to iv-invh-invoice-id
            move wg-ord-order-id    to iv-invh-order-id
            move wg-ord-acct-number to iv-invh-acct-number
            move wk-run-date        to iv-invh-invoice-date
            move 0                  to iv-invh-line-count
            move wk-order-billed    to iv-invh-total
            perform count-one-billed-line
                varying wk-grp-idx from 1 by 1
                until wk-grp-idx > group-count

            move spaces to ft-txn-record
            move dest-exchange    to ft-txn-exchange
            move dest-routing-key to ft-txn-routing-key
            move iv-invh-body     to ft-txn-message
            move "BILL"           to ft-txn-type
            move "H"              to ft-txn-rec-type
            move 0                to ft-txn-set-count
            write ft-txn-record

            perform write-one-bill-detail
                varying wk-grp-idx from 1 by 1
                until wk-grp-idx > group-count

            move spaces to ft-txn-record
            move "T"                to ft-txn-rec-type
            move iv-invh-line-count to ft-txn-set-count
            write ft-txn-record.

        count-one-billed-line.
            if group-line-value(wk-grp-idx) > zero
                add 1 to iv-invh-line-count
            end-if.

        write-one-bill-detail.
            if group-line-value(wk-grp-idx) > zero
                move group-record(wk-grp-idx) to wg-order-record
                move spaces to iv-invd-body
                move "INVLINE"        to iv-invd-rec-id
                move wk-invoice-id    to iv-invd-invoice-id
                move wg-ord-line-no   to iv-invd-line-no
                move wg-ord-item-code to iv-invd-item-code
                move wg-ord-qty       to iv-invd-ordered-qty
                if wg-ord-shipped-qty is numeric
                   and wg-ord-shipped-qty < wg-ord-qty
                    move wg-ord-shipped-qty to iv-invd-shipped-qty
                else
                    move wg-ord-qty to iv-invd-shipped-qty
                end-if
                move group-line-value(wk-grp-idx) to iv-invd-value

                move spaces to ft-txn-record
                move iv-invd-body to ft-txn-message
                move "D"          to ft-txn-rec-type
                move 0            to ft-txn-set-count
                write ft-txn-record
            end-if.

        mark-the-group-completed.
            perform mark-one-record
                varying wk-grp-idx from 1 by 1
                until wk-grp-idx > group-count.

        mark-one-record.
            move group-record(wk-grp-idx) to fu-order-record
            if fu-ord-shipped
                move "C" to fu-ord-status
            end-if
            write fu-order-record.

        carry-the-group-unchanged.
            perform carry-one-record
                varying wk-grp-idx from 1 by 1
                until wk-grp-idx > group-count.

        carry-one-record.
            move group-record(wk-grp-idx) to fu-order-record
            write fu-order-record.

        register-the-order.
            move group-record(1) to wg-order-record

            move spaces to fr-invrg-line
            move wk-run-date        to fr-invrg-date
            move wk-invoice-id      to fr-invrg-invoice-id
            move wg-ord-order-id    to fr-invrg-order-id
            move wg-ord-acct-number to fr-invrg-acct-number
            move wk-shipped-lines   to fr-invrg-lines
            move wk-order-ordered   to fr-invrg-ordered-value
            move wk-order-short     to fr-invrg-short-value
            move wk-order-billed    to fr-invrg-billed-value
            move wk-result          to fr-invrg-status
            write fr-invrg-line

            perform find-total-entry
            add 1 to total-orders(wk-tot-idx)
            add wk-order-ordered to total-ordered(wk-tot-idx)
            add wk-order-short   to total-short(wk-tot-idx)
            add wk-order-billed  to total-billed(wk-tot-idx).

        find-total-entry.
            move "N" to wk-tot-found-flag
            move 1 to wk-tot-idx
            perform search-total-entry
                with test after
                until wk-tot-found or wk-tot-idx > total-count

            if not wk-tot-found
                if total-count < 20
                    add 1 to total-count
                end-if
                move total-count to wk-tot-idx
                move wk-result to total-status(wk-tot-idx)
                move 0 to total-orders(wk-tot-idx)
                move zero to total-ordered(wk-tot-idx)
                move zero to total-short(wk-tot-idx)
                move zero to total-billed(wk-tot-idx)
            end-if.

        search-total-entry.
            if total-status(wk-tot-idx) = wk-result
                set wk-tot-found to true
            else
                add 1 to wk-tot-idx
            end-if.

        write-the-run-totals.
            perform write-one-total
                varying wk-tot-idx from 1 by 1
                until wk-tot-idx > total-count

            close rmqinvreg-file.

        write-one-total.
            move spaces to fr-invrg-line
            move wk-run-date to fr-invrg-date
            move "*TOTAL*"   to fr-invrg-invoice-id
            move total-orders(wk-tot-idx)  to fr-invrg-lines
            move total-ordered(wk-tot-idx) to fr-invrg-ordered-value
            move total-short(wk-tot-idx)   to fr-invrg-short-value
            move total-billed(wk-tot-idx)  to fr-invrg-billed-value
            move total-status(wk-tot-idx)  to fr-invrg-status
            write fr-invrg-line.

       *> the file is whole again once it is swapped in, so the
       *> services go back up, keeping the run's return code
        reopen-the-services.
            move return-code to wk-runh-rc
            call "RMQ0SVCC" using "OPEN    ", "BILLRUN "
            end-call
            move wk-runh-rc to return-code.

        end-the-run.
            move return-code to wk-runh-rc
            call "RMQ0RUNH" using "END     ", "BILLRUN ", wk-runh-rc,
                        wk-read-count, wk-billed-count
            end-call
            move wk-runh-rc to return-code
            stop run.

        end program billrun.
