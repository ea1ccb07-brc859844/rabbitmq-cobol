       *> position (item-loaded-onhand, stamped by the last refresh),
       *> subtracts the day's RMQORDERS quantities (cancelled lines
       *> net out -- their stock went back and the inventory system
       *> never saw the order), adds the day's goods receipts off the
       *> RMQGRCPJRN journal GRCPAPLY keeps (the inventory system
       *> booked the same deliveries), adds or takes off the day's
       *> journaled on-hand adjustments off the ITEMADJ journal
       *> ITEMMNT keeps (stock-takes, write-offs and the like, keyed
       *> with a reason so they count as explained movement), adds
       *> back the stock SHIPCONF restocked for the day's short
       *> shipments (RMQSHIPEXC SHORT lines) and RETRNORD put back for
       *> resaleable returns (RMQRETURNS), and proves the result
       *> against the new extract figure.  Every
       *> variance goes on RMQVARRPT; any item whose variance passes
       *> the RMQINVTOL tolerance (units, default 0) ends the job
       *> rmq-rc-recon-break so the refresh doesn't bury the gap.
       *> The day defaults to the business date (RMQ0BDT) and is
       *> overridable through RMQRECDATE like INRECON's.
       *>
       *> An item stocked by warehouse is proved location by
       *> location: its opening comes off ITEMLOC, each order line,
       *> receipt and adjustment is charged to the warehouse it names
       *> (a restock to the warehouse of the order line it restocks),
       *> and the new figure is the ITEMLOCX location extract's, so a
       *> gap at one site can't hide behind a surplus at another.
       *> Single-site items are proved off ITEMMST and ITEMEXTR as
       *> before.

        environment division.
        input-output section.
                access mode sequential
                record key im-item-code
                file status is itemmst-status.
            select itemloc-file assign to "ITEMLOC"
                organization indexed
                access mode sequential
                record key fl-loc-key
                file status is itemloc-status.
            select itemlocx-file assign to "ITEMLOCX"
                organization line sequential
                file status is itemlocx-status.
            select rmqorders-file assign to "RMQORDERS"
                organization line sequential
                file status is rmqorders-status.
            select itemextr-file assign to "ITEMEXTR"
                organization line sequential
                file status is itemextr-status.
            select rmqgrcpjrn-file assign to "RMQGRCPJRN"
                organization line sequential
                file status is rmqgrcpjrn-status.
            select itemadj-file assign to "ITEMADJ"
                organization line sequential
                file status is itemadj-status.
            select rmqshipexc-file assign to "RMQSHIPEXC"
                organization line sequential
                file status is rmqshipexc-status.
            select rmqreturns-file assign to "RMQRETURNS"
                organization line sequential
                file status is rmqreturns-status.
            select rmqvarrpt-file assign to "RMQVARRPT"
                organization line sequential
                file status is rmqvarrpt-status.
        file section.
        fd  itemmst-file.
            copy rmqitem replacing ==:pfx:== by ==im==.
        fd  itemloc-file.
            copy rmqitloc replacing ==:pfx:== by ==fl==.
        fd  itemlocx-file.
            copy rmqitlcx replacing ==:pfx:== by ==fc==.
        fd  rmqorders-file.
            copy rmqordr replacing ==:pfx:== by ==fo==.
        fd  itemextr-file.
            copy rmqitemx replacing ==:pfx:== by ==fx==.
            copy rmqextrl replacing ==:pfx:== by ==ft==.
        fd  rmqgrcpjrn-file.
            copy rmqgrjn replacing ==:pfx:== by ==fj==.
        fd  itemadj-file.
            copy rmqitadj replacing ==:pfx:== by ==fa==.
        fd  rmqshipexc-file.
            copy rmqshexc replacing ==:pfx:== by ==fs==.
        fd  rmqreturns-file.
            copy rmqrtrec replacing ==:pfx:== by ==fr==.
        fd  rmqvarrpt-file.
            copy rmqvarrp replacing ==:pfx:== by ==fp==.

            88 itemmst-ok          value "00".
            88 itemmst-eof         value "10".

        01  itemloc-status         pic xx.
            88 itemloc-ok          value "00".
            88 itemloc-eof         value "10".

        01  itemlocx-status        pic xx.
            88 itemlocx-ok         value "00".
            88 itemlocx-eof        value "10".

        01  rmqorders-status       pic xx.
            88 rmqorders-ok        value "00".
            88 rmqorders-eof       value "10".
            88 itemextr-ok         value "00".
            88 itemextr-eof        value "10".

        01  rmqgrcpjrn-status      pic xx.
            88 rmqgrcpjrn-ok       value "00".
            88 rmqgrcpjrn-eof      value "10".

        01  itemadj-status         pic xx.
            88 itemadj-ok          value "00".
            88 itemadj-eof         value "10".

        01  rmqshipexc-status      pic xx.
            88 rmqshipexc-ok       value "00".
            88 rmqshipexc-eof      value "10".

        01  rmqreturns-status      pic xx.
            88 rmqreturns-ok       value "00".
            88 rmqreturns-eof      value "10".

        01  rmqvarrpt-status       pic xx.
            88 rmqvarrpt-ok        value "00".

        01  wk-tolerance           binary-long value 0.
        01  wk-tol-text            pic x(7).

       *> one row per item -- per item and warehouse for an item
       *> stocked by location -- built from the masters and charged
       *> with the day's order, receipt and adjustment activity and
       *> the new extract figure
        01  recon-table.
            05 recon-count         binary-long value 0.
            05 recon-entry         occurs 1000 times.
                10 recon-item-code     pic x(10).
                10 recon-whse          pic x(4).
                10 recon-opening       binary-long.
                10 recon-ordered       binary-long.
                10 recon-received      binary-long.
                10 recon-adjusted      binary-long.
                10 recon-restocked     binary-long.
                10 recon-extract       binary-long.
                10 recon-seen-flag     pic x(1).

       *> the day's restocks, held until the order pass has found
       *> the warehouse of the order line each one went back for
        01  rstk-table.
            05 rstk-count          binary-long value 0.
            05 rstk-entry          occurs 500 times.
                10 rstk-order-id       pic x(12).
                10 rstk-line-no        pic 9(2).
                10 rstk-item-code      pic x(10).
                10 rstk-whse           pic x(4).
                10 rstk-qty            binary-long.
        01  wk-rstk-idx            binary-long.

        01  wk-idx                 binary-long.
        01  wk-found-flag          pic x(1).
            88 wk-entry-found      value "Y".
        01  wk-lookup-code         pic x(10).
        01  wk-lookup-whse         pic x(4).
        01  wk-scan-idx            binary-long.
        01  wk-loc-item-flag       pic x(1).
            88 wk-item-has-locations value "Y".

        01  wk-expected            binary-long.
        01  wk-variance            binary-long.
        01  wk-abs-variance        binary-long.

        01  wk-order-count         binary-long value 0.
        01  wk-receipt-count       binary-long value 0.
        01  wk-adjust-count        binary-long value 0.
        01  wk-restock-count       binary-long value 0.
        01  wk-variance-count      binary-long value 0.
        01  wk-break-count         binary-long value 0.

            perform load-recon-date
            perform load-tolerance
            perform load-the-master
            perform gather-the-shortfalls
            perform gather-the-returns
            perform charge-the-orders
            perform charge-the-receipts
            perform charge-the-adjustments
            perform charge-the-restocks
            perform charge-the-extract
            perform open-the-report
            perform judge-one-item
            stop run.

        load-recon-date.
            call "RMQ0BDT" using "CURRENT ", wk-today
            end-call

            move spaces to wk-recon-date
            string wk-today-yyyy delimited by size
                    function numval(wk-tol-text)
            end-if.

       *> locations first, so an item stocked by warehouse is known
       *> as one before its item-level row could be taken.  No
       *> ITEMLOC means no item is stocked by warehouse.
        load-the-master.
            open input itemloc-file
            if itemloc-ok
                perform load-next-location
                    with test after
                    until itemloc-eof
                close itemloc-file
            end-if

            open input itemmst-file

            if not itemmst-ok

            close itemmst-file.

        load-next-location.
            read itemloc-file
                at end
                    set itemloc-eof to true
                not at end
                    move fl-loc-item-code to wk-lookup-code
                    move fl-loc-whse      to wk-lookup-whse
                    perform find-recon-entry
                    move fl-loc-loaded-onhand
                            to recon-opening(wk-idx)
            end-read.

        load-next-item.
            read itemmst-file
                at end
                    set itemmst-eof to true
                not at end
                    move im-item-code to wk-lookup-code
                    perform check-item-locations
                    if not wk-item-has-locations
                        move spaces to wk-lookup-whse
                        perform find-recon-entry
                        move im-item-loaded-onhand
                                to recon-opening(wk-idx)
                    end-if
            end-read.

       *> does the table already hold a warehouse row for the item?
        check-item-locations.
            move "N" to wk-loc-item-flag
            perform check-one-location-row
                varying wk-scan-idx from 1 by 1
                until wk-scan-idx > recon-count
                   or wk-item-has-locations.

        check-one-location-row.
            if recon-item-code(wk-scan-idx) = wk-lookup-code
               and recon-whse(wk-scan-idx) not = spaces
                set wk-item-has-locations to true
            end-if.

        find-recon-entry.
            move "N" to wk-found-flag
            move 1 to wk-idx
                until wk-entry-found or wk-idx > recon-count

            if not wk-entry-found
                if recon-count > 999
                    move rmq-rc-file-error to return-code
                    display "invrecon: more than 1000 distinct items "
                            "and locations"
                    stop run
                end-if
                add 1 to recon-count
                move recon-count to wk-idx
                move wk-lookup-code to recon-item-code(wk-idx)
                move wk-lookup-whse to recon-whse(wk-idx)
                move 0 to recon-opening(wk-idx)
                move 0 to recon-ordered(wk-idx)
                move 0 to recon-received(wk-idx)
                move 0 to recon-adjusted(wk-idx)
                move 0 to recon-restocked(wk-idx)
                move 0 to recon-extract(wk-idx)
                move "N" to recon-seen-flag(wk-idx)
            end-if.

        search-recon-entry.
            if recon-item-code(wk-idx) = wk-lookup-code
               and recon-whse(wk-idx) = wk-lookup-whse
                set wk-entry-found to true
            else
                add 1 to wk-idx
                       and fo-ord-qty is numeric
                        add 1 to wk-order-count
                        move fo-ord-item-code to wk-lookup-code
                        move fo-ord-whse      to wk-lookup-whse
                        perform find-recon-entry
                        add fo-ord-qty to recon-ordered(wk-idx)
                    end-if
                    if rstk-count > 0
                        perform place-one-restock
                            varying wk-rstk-idx from 1 by 1
                            until wk-rstk-idx > rstk-count
                    end-if
            end-read.

       *> any day's order line, cancelled or not, can be the one a
       *> restock went back for
        place-one-restock.
            if rstk-order-id(wk-rstk-idx) = fo-ord-order-id
               and rstk-line-no(wk-rstk-idx) = fo-ord-line-no
                move fo-ord-whse to rstk-whse(wk-rstk-idx)
            end-if.

       *> only receipts that actually raised on-hand count -- a
       *> rejected one never reached the master
        charge-the-receipts.
            open input rmqgrcpjrn-file

            if rmqgrcpjrn-ok
                perform charge-next-receipt
                    with test after
                    until rmqgrcpjrn-eof

                close rmqgrcpjrn-file
            end-if.

        charge-next-receipt.
            read rmqgrcpjrn-file
                at end
                    set rmqgrcpjrn-eof to true
                not at end
                    if fj-grj-date = wk-recon-date
                       and fj-grj-applied
                       and fj-grj-qty is numeric
                        add 1 to wk-receipt-count
                        move fj-grj-item-code to wk-lookup-code
                        move fj-grj-whse      to wk-lookup-whse
                        perform find-recon-entry
                        add fj-grj-qty to recon-received(wk-idx)
                    end-if
            end-read.

       *> an adjustment moves on-hand by after less before; a price
       *> or reorder change journals the same figure both sides and
       *> nets to nothing, and an add counts from zero
        charge-the-adjustments.
            open input itemadj-file

            if itemadj-ok
                perform charge-next-adjustment
                    with test after
                    until itemadj-eof

                close itemadj-file
            end-if.

        charge-next-adjustment.
            read itemadj-file
                at end
                    set itemadj-eof to true
                not at end
                    if fa-itadj-date = wk-recon-date
                       and fa-itadj-before-onhand is numeric
                       and fa-itadj-after-onhand is numeric
                       and fa-itadj-after-onhand
                           not = fa-itadj-before-onhand
                        add 1 to wk-adjust-count
                        move fa-itadj-item-code to wk-lookup-code
                        move fa-itadj-whse      to wk-lookup-whse
                        perform find-recon-entry
                        compute recon-adjusted(wk-idx) =
                            recon-adjusted(wk-idx)
                            + fa-itadj-after-onhand
                            - fa-itadj-before-onhand
                    end-if
            end-read.

       *> a short shipment's shortfall went back on the shelf the day
       *> SHIPCONF applied it; the other exception reasons were never
       *> applied and moved nothing
        gather-the-shortfalls.
            open input rmqshipexc-file

            if rmqshipexc-ok
                perform gather-next-shortfall
                    with test after
                    until rmqshipexc-eof

                close rmqshipexc-file
            end-if.

        gather-next-shortfall.
            read rmqshipexc-file
                at end
                    set rmqshipexc-eof to true
                not at end
                    if fs-shex-date = wk-recon-date
                       and fs-shex-short
                       and fs-shex-short-qty is numeric
                       and fs-shex-short-qty > 0
                        perform take-one-restock-slot
                        move fs-shex-order-id
                                to rstk-order-id(rstk-count)
                        move fs-shex-line-no
                                to rstk-line-no(rstk-count)
                        move fs-shex-item-code
                                to rstk-item-code(rstk-count)
                        move fs-shex-short-qty
                                to rstk-qty(rstk-count)
                    end-if
            end-read.

       *> only a resaleable return goes back on the shelf -- damaged
       *> units are credited but never restocked
        gather-the-returns.
            open input rmqreturns-file

            if rmqreturns-ok
                perform gather-next-return
                    with test after
                    until rmqreturns-eof

                close rmqreturns-file
            end-if.

        gather-next-return.
            read rmqreturns-file
                at end
                    set rmqreturns-eof to true
                not at end
                    if fr-rtn-date = wk-recon-date
                       and fr-rtn-resaleable
                       and fr-rtn-qty is numeric
                       and fr-rtn-qty > 0
                        perform take-one-restock-slot
                        move fr-rtn-order-id
                                to rstk-order-id(rstk-count)
                        move fr-rtn-line-no
                                to rstk-line-no(rstk-count)
                        move fr-rtn-item-code
                                to rstk-item-code(rstk-count)
                        move fr-rtn-qty
                                to rstk-qty(rstk-count)
                    end-if
            end-read.

        take-one-restock-slot.
            if rstk-count > 499
                move rmq-rc-file-error to return-code
                display "invrecon: more than 500 restocked lines "
                        "in the day"
                stop run
            end-if
            add 1 to rstk-count
            move spaces to rstk-whse(rstk-count).

       *> a restock whose order line has left RMQORDERS has no
       *> warehouse to go to and is charged to the item as a whole
        charge-the-restocks.
            perform charge-one-restock
                varying wk-rstk-idx from 1 by 1
                until wk-rstk-idx > rstk-count.

        charge-one-restock.
            add 1 to wk-restock-count
            move rstk-item-code(wk-rstk-idx) to wk-lookup-code
            move rstk-whse(wk-rstk-idx)      to wk-lookup-whse
            perform find-recon-entry
            add rstk-qty(wk-rstk-idx) to recon-restocked(wk-idx).

       *> the location extract first, for the same reason the
       *> location file was loaded first; an item-level extract row
       *> for an item proved by location is then passed over
        charge-the-extract.
            open input itemlocx-file
            if itemlocx-ok
                perform charge-next-extract-location
                    with test after
                    until itemlocx-eof
                close itemlocx-file
            end-if

            open input itemextr-file

            if not itemextr-ok

            close itemextr-file.

        charge-next-extract-location.
            read itemlocx-file
                at end
                    set itemlocx-eof to true
                not at end
                    move fc-ilx-item-code to wk-lookup-code
                    move fc-ilx-whse      to wk-lookup-whse
                    perform find-recon-entry
                    move fc-ilx-onhand to recon-extract(wk-idx)
                    move "Y" to recon-seen-flag(wk-idx)
            end-read.

        charge-next-extract-item.
            read itemextr-file
                at end
                    set itemextr-eof to true
                not at end
                    if not ft-trl-is-trailer
                        perform charge-the-extract-item
                    end-if
            end-read.

       *> the control trailer, if the inventory system sent one, is
       *> no item
        charge-the-extract-item.
            move fx-ixt-item-code to wk-lookup-code
            perform check-item-locations
            if not wk-item-has-locations
                move spaces to wk-lookup-whse
                perform find-recon-entry
                move fx-ixt-onhand to recon-extract(wk-idx)
                move "Y" to recon-seen-flag(wk-idx)
            end-if.

        open-the-report.
            open output rmqvarrpt-file

        judge-one-item.
            compute wk-expected =
                recon-opening(wk-idx) - recon-ordered(wk-idx)
                + recon-received(wk-idx) + recon-adjusted(wk-idx)
                + recon-restocked(wk-idx)
            compute wk-variance =
                recon-extract(wk-idx) - wk-expected

            move wk-expected              to fp-varrp-expected
            move recon-extract(wk-idx)    to fp-varrp-extract
            move wk-variance              to fp-varrp-variance
            move recon-received(wk-idx)   to fp-varrp-received
            move recon-adjusted(wk-idx)   to fp-varrp-adjusted
            move recon-whse(wk-idx)       to fp-varrp-whse
            move recon-restocked(wk-idx)  to fp-varrp-restocked
            write fp-varrp-line

            display "invrecon: VARIANCE "
                    recon-item-code(wk-idx) " "
                    recon-whse(wk-idx)
                    " expected " wk-expected
                    " extract " recon-extract(wk-idx).

        report-the-outcome.
            display "invrecon: items=" recon-count
                    " day's order lines=" wk-order-count
                    " receipts=" wk-receipt-count
                    " adjustments=" wk-adjust-count
                    " restocks=" wk-restock-count
                    " variances=" wk-variance-count
                    " past tolerance=" wk-break-count

