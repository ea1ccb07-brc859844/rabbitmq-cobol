        identification division.
        program-id.    grcpaply.

       *> grcpaply books the goods-in dock's GOODS-RECEIPT messages
       *> (rmqgrcp.cpy) that DEMO13's fan-out files on RMQGRCPIN.
       *> Until now a delivery only reached ITEMMST when the next
       *> ITEMLOAD refresh caught up, and REORDCHK kept asking for
       *> stock that was already on the dock.  Each receipt adds its
       *> quantity to the item's on-hand and is booked against the
       *> requisition it quotes on RMQREQOPN (or, failing that, the
       *> item's oldest outstanding requisition): the received
       *> quantity accumulates, a requisition received in full
       *> closes (C) and one received in part stays outstanding as P.
       *> A receipt for an item that isn't on the master, or whose
       *> quantity doesn't parse, is not applied.  For an item
       *> stocked by warehouse the receipt also goes on the ITEMLOC
       *> location it landed at (the receipt's warehouse, else the
       *> requisition's) through ITEM0LOC, and books first against a
       *> requisition raised for that warehouse; a receipt that
       *> can't be placed at one of the item's locations is not
       *> applied.  Every receipt and
       *> its outcome goes on the RMQGRCPJRN goods-receipt journal
       *> (rmqgrjn.cpy), which INVRECON reads.  The requisition file
       *> is rewritten alongside and swapped in the way ORDFULFL
       *> swaps the order file, the applied input is set aside as
       *> RMQGRCPOLD, and the run's control totals append to the
       *> RMQAPPLYRPT apply report.

        environment division.
        input-output section.
        file-control.
            select rmqgrcpin-file assign to "RMQGRCPIN"
                organization line sequential
                file status is rmqgrcpin-status.
            select rmqreqopn-file assign to "RMQREQOPN"
                organization line sequential
                file status is rmqreqopn-status.
            select rmqreqnew-file assign to "RMQREQNEW"
                organization line sequential
                file status is rmqreqnew-status.
            select itemmst-file assign to "ITEMMST"
                organization indexed
                access mode random
                record key im-item-code
                file status is itemmst-status.
            select rmqgrcpjrn-file assign to "RMQGRCPJRN"
                organization line sequential
                file status is rmqgrcpjrn-status.
            select rmqapplyrpt-file assign to "RMQAPPLYRPT"
                organization line sequential
                file status is rmqapplyrpt-status.

        data division.
        file section.
        fd  rmqgrcpin-file.
        01  fi-grcpin-record       pic x(200).
        fd  rmqreqopn-file.
            copy rmqreqn replacing ==:pfx:== by ==fq==.
        fd  rmqreqnew-file.
            copy rmqreqn replacing ==:pfx:== by ==fn==.
        fd  itemmst-file.
            copy rmqitem replacing ==:pfx:== by ==im==.
        fd  rmqgrcpjrn-file.
            copy rmqgrjn replacing ==:pfx:== by ==fj==.
        fd  rmqapplyrpt-file.
            copy rmqapprp replacing ==:pfx:== by ==fr==.

        working-storage section.

        01  rmqgrcpin-status       pic xx.
            88 rmqgrcpin-ok        value "00".
            88 rmqgrcpin-eof       value "10".

        01  rmqreqopn-status       pic xx.
            88 rmqreqopn-ok        value "00".
            88 rmqreqopn-eof       value "10".

        01  rmqreqnew-status       pic xx.
            88 rmqreqnew-ok        value "00".

        01  itemmst-status         pic xx.
            88 itemmst-ok          value "00".

        01  rmqgrcpjrn-status      pic xx.
            88 rmqgrcpjrn-ok       value "00", "05".

        01  rmqapplyrpt-status     pic xx.
            88 rmqapplyrpt-ok      value "00", "05".

            copy rmqretc.
            copy rmqgrcp replacing ==:pfx:== by ==gr==.

       *> the whole requisition file, held so the day's receipts can
       *> be booked in any order and the file rewritten once
        01  req-table.
            05 req-count           binary-long value 0.
            05 req-entry           occurs 2000 times.
                10 req-row             pic x(61).
        01  wk-req-idx             binary-long.
        01  wk-req-found-flag      pic x(1).
            88 wk-req-found        value "Y".
            copy rmqreqn replacing ==:pfx:== by ==wq==.

        01  wk-result              pic x(8).

       *> the location the receipt goes on, and ITEM0LOC's
       *> parameters
        01  wk-recv-whse           pic x(4).
        01  wk-loc-function        pic x(8).
        01  wk-loc-whse            pic x(4).
        01  wk-loc-qty             pic 9(7).
        01  wk-loc-onhand          pic 9(7).
        01  wk-loc-result          pic x(8).

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
        01  wk-stamp-date          pic x(10).
        01  wk-stamp-time          pic x(8).

        01  wk-read-count          binary-long value 0.
        01  wk-applied-count       binary-long value 0.
        01  wk-unreq-count         binary-long value 0.
        01  wk-rejected-count      binary-long value 0.
        01  wk-closed-count        binary-long value 0.

       *> one run-history line per run, through RMQ0RUNH
        01  wk-runh-rc            binary-long value 0.
        01  wk-runh-in            binary-long value 0.
        01  wk-runh-out           binary-long value 0.

        procedure division.

        main-line.
            call "RMQ0RUNH" using "START   ", "GRCPAPLY", wk-runh-rc,
                        wk-runh-in, wk-runh-out
            end-call
            perform take-a-stamp
            perform load-the-requisitions
            perform open-the-files
            perform apply-next-receipt
                with test after
                until rmqgrcpin-eof
            close rmqgrcpin-file
            close itemmst-file
            close rmqgrcpjrn-file
            perform rewrite-the-requisitions
            call "SYSTEM" using "mv RMQGRCPIN RMQGRCPOLD"
            end-call
            perform write-the-apply-line
            perform report-totals
            perform end-the-run.

        take-a-stamp.
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

       *> no requisition file yet is fine -- every receipt books as
       *> UNREQ
        load-the-requisitions.
            open input rmqreqopn-file
            if rmqreqopn-ok
                perform load-next-requisition
                    with test after
                    until rmqreqopn-eof
                close rmqreqopn-file
            end-if.

        load-next-requisition.
            read rmqreqopn-file
                at end
                    set rmqreqopn-eof to true
                not at end
                    if req-count > 1999
                        move rmq-rc-file-error to return-code
                        display "grcpaply: more than 2000 "
                                "requisitions on RMQREQOPN"
                        perform end-the-run
                    end-if
                    add 1 to req-count
                    move fq-req-record to req-row(req-count)
            end-read.

        open-the-files.
            open input rmqgrcpin-file
            if not rmqgrcpin-ok
                display "grcpaply: no RMQGRCPIN to apply -- nothing "
                        "to do"
                perform end-the-run
            end-if

            open i-o itemmst-file
            if not itemmst-ok
                move rmq-rc-file-error to return-code
                display "grcpaply: unable to open item master, "
                        "status " itemmst-status
                perform end-the-run
            end-if

            open extend rmqgrcpjrn-file
            if not rmqgrcpjrn-ok
                open output rmqgrcpjrn-file
            end-if
            if not rmqgrcpjrn-ok
                move rmq-rc-file-error to return-code
                display "grcpaply: unable to open receipt journal"
                perform end-the-run
            end-if.

        apply-next-receipt.
            read rmqgrcpin-file
                at end
                    set rmqgrcpin-eof to true
                not at end
                    add 1 to wk-read-count
                    move fi-grcpin-record to gr-grcp-body
                    perform apply-one-receipt
                    perform journal-the-receipt
            end-read.

        apply-one-receipt.
            move spaces to wk-result
            move spaces to wk-recv-whse
            if gr-grcp-received-qty is not numeric
               or gr-grcp-received-qty = zero
                move "BADQTY" to wk-result
                add 1 to wk-rejected-count
            else
                move gr-grcp-item-code to im-item-code
                read itemmst-file
                    invalid key
                        move "NOITEM" to wk-result
                        add 1 to wk-rejected-count
                    not invalid key
                        perform find-the-requisition
                        perform place-the-receipt
                        if wk-result = "NOLOC"
                            add 1 to wk-rejected-count
                        else
                            add gr-grcp-received-qty
                                    to im-item-onhand
                            move wk-stamp-date
                                    to im-item-updated-date
                            move wk-stamp-time
                                    to im-item-updated-time
                            rewrite im-item-record
                            perform restock-the-location
                            add 1 to wk-applied-count
                            perform book-against-requisition
                        end-if
                end-read
            end-if.

       *> the quoted requisition if it is outstanding for this item,
       *> otherwise the item's oldest outstanding one -- raised for
       *> the receiving warehouse if there is one, any warehouse if
       *> not.  The file is in raising order, so the first found is
       *> the oldest.
        find-the-requisition.
            move "N" to wk-req-found-flag
            if gr-grcp-req-id not = spaces
                perform find-quoted-requisition
                    varying wk-req-idx from 1 by 1
                    until wk-req-idx > req-count or wk-req-found
            end-if
            if not wk-req-found and gr-grcp-whse not = spaces
                perform find-oldest-at-warehouse
                    varying wk-req-idx from 1 by 1
                    until wk-req-idx > req-count or wk-req-found
            end-if
            if not wk-req-found
                perform find-oldest-requisition
                    varying wk-req-idx from 1 by 1
                    until wk-req-idx > req-count or wk-req-found
            end-if
       *> the VARYING has stepped one past the row it stopped on
            if wk-req-found
                subtract 1 from wk-req-idx
                move req-row(wk-req-idx) to wq-req-record
            end-if.

       *> an item with no locations is single-site and the receipt
       *> goes on ITEMMST alone.  Otherwise it must land at one of
       *> the item's locations, named by the receipt or, failing
       *> that, by the requisition it books against.
        place-the-receipt.
            move gr-grcp-whse to wk-recv-whse
            if wk-recv-whse = spaces and wk-req-found
                move wq-req-whse to wk-recv-whse
            end-if

            move "FIRST" to wk-loc-function
            perform call-the-locations

            if wk-loc-result not = "OK"
                move spaces to wk-recv-whse
            else
                if wk-recv-whse = spaces
                    move "NOLOC" to wk-result
                else
                    move "ONHAND" to wk-loc-function
                    move wk-recv-whse to wk-loc-whse
                    perform call-the-locations
                    if wk-loc-result not = "OK"
                        move "NOLOC" to wk-result
                    end-if
                end-if
            end-if.

        restock-the-location.
            if wk-recv-whse not = spaces
                move "RESTOCK" to wk-loc-function
                move wk-recv-whse to wk-loc-whse
                move gr-grcp-received-qty to wk-loc-qty
                perform call-the-locations
            end-if.

        call-the-locations.
            call "ITEM0LOC" using wk-loc-function,
                        gr-grcp-item-code, wk-loc-whse,
                        wk-loc-qty, wk-loc-onhand, wk-loc-result
            end-call.

        book-against-requisition.
            if not wk-req-found
                move "UNREQ" to wk-result
                add 1 to wk-unreq-count
            else
                move "APPLIED" to wk-result
                move wq-req-id to gr-grcp-req-id
                add gr-grcp-received-qty to wq-req-received-qty
                move wk-stamp-date to wq-req-last-receipt
                if wq-req-received-qty >= wq-req-ordered-qty
                    move "C" to wq-req-status
                    add 1 to wk-closed-count
                else
                    move "P" to wq-req-status
                end-if
                move wq-req-record to req-row(wk-req-idx)
            end-if.

        find-quoted-requisition.
            move req-row(wk-req-idx) to wq-req-record
            if wq-req-id = gr-grcp-req-id
               and wq-req-item-code = gr-grcp-item-code
               and wq-req-outstanding
                set wk-req-found to true
            end-if.

        find-oldest-at-warehouse.
            move req-row(wk-req-idx) to wq-req-record
            if wq-req-item-code = gr-grcp-item-code
               and wq-req-whse = gr-grcp-whse
               and wq-req-outstanding
                set wk-req-found to true
            end-if.

        find-oldest-requisition.
            move req-row(wk-req-idx) to wq-req-record
            if wq-req-item-code = gr-grcp-item-code
               and wq-req-outstanding
                set wk-req-found to true
            end-if.

        journal-the-receipt.
            move spaces to fj-grj-entry
            move wk-stamp-date        to fj-grj-date
            move wk-stamp-time        to fj-grj-time
            move gr-grcp-req-id       to fj-grj-req-id
            move gr-grcp-item-code    to fj-grj-item-code
            if gr-grcp-received-qty is numeric
                move gr-grcp-received-qty to fj-grj-qty
            else
                move zero to fj-grj-qty
            end-if
            move gr-grcp-supplier-ref to fj-grj-supplier-ref
            move wk-result            to fj-grj-result
            move wk-recv-whse         to fj-grj-whse
            write fj-grj-entry

            if not fj-grj-applied
                display "grcpaply: REJECTED " wk-result " "
                        gr-grcp-item-code " ref "
                        gr-grcp-supplier-ref
            end-if.

       *> both opens are proved before the swap, so a failed
       *> work-file open never puts stale data over the live file
        rewrite-the-requisitions.
            if req-count > 0
                open output rmqreqnew-file
                if not rmqreqnew-ok
                    move rmq-rc-file-error to return-code
                    display "grcpaply: unable to open work file, "
                            "status " rmqreqnew-status
                            " -- requisitions not updated"
                else
                    perform write-one-requisition
                        varying wk-req-idx from 1 by 1
                        until wk-req-idx > req-count
                    close rmqreqnew-file
                    call "SYSTEM" using "mv RMQREQNEW RMQREQOPN"
                    end-call
                end-if
            end-if.

        write-one-requisition.
            move req-row(wk-req-idx) to fn-req-record
            write fn-req-record.

        write-the-apply-line.
            move spaces to fr-apprp-line
            move wk-stamp-date     to fr-apprp-date
            move wk-stamp-time     to fr-apprp-time
            move "GRCPAPLY"        to fr-apprp-program
            move "RMQGRCPIN"       to fr-apprp-file
            move wk-read-count     to fr-apprp-read
            move wk-applied-count  to fr-apprp-applied
            move wk-rejected-count to fr-apprp-rejected

            open extend rmqapplyrpt-file
            if not rmqapplyrpt-ok
                open output rmqapplyrpt-file
            end-if
            write fr-apprp-line
            close rmqapplyrpt-file.

        report-totals.
            display "grcpaply: receipts read=" wk-read-count
                    " applied=" wk-applied-count
                    " unrequisitioned=" wk-unreq-count
                    " requisitions closed=" wk-closed-count
                    " rejected=" wk-rejected-count.

        end-the-run.
            move return-code to wk-runh-rc
            call "RMQ0RUNH" using "END     ", "GRCPAPLY", wk-runh-rc,
                        wk-read-count, wk-applied-count
            end-call
            move wk-runh-rc to return-code
            stop run.

        end program grcpaply.
