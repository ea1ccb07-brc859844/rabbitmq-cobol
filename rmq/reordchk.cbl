       *> ledger for DEMO10 when a publish fails, like any other
       *> publish on the rails.  The destination comes from
       *> RMQPROCEXCH / RMQPROCKEY (defaults cobol-exchange /
       *> procurement-key).  Each requisition raised is filed on the
       *> RMQREQOPN open-requisition file (rmqreqn.cpy) under a REQ
       *> id off the REQSEQ sequence file, and the id rides on the
       *> PURCH-REQ body (schema version 2); an item that already
       *> has a requisition outstanding is reported with that id but
       *> not raised again, so procurement gets one requisition per
       *> shortage rather than one per night until ITEMLOAD catches
       *> up.  GRCPAPLY closes them as the goods come in.
       *>
       *> An item stocked by warehouse is judged location by location
       *> off ITEMLOC instead: each location at or below its own
       *> reorder level is reported and requisitioned for its own
       *> reorder quantity, naming the warehouse (PURCH-REQ schema
       *> version 3), and one requisition is outstanding per item
       *> per warehouse -- stock piled up at one site doesn't hide a
       *> stockout at another.

        environment division.
        input-output section.
                access mode sequential
                record key im-item-code
                file status is itemmst-status.
            select itemloc-file assign to "ITEMLOC"
                organization indexed
                access mode dynamic
                record key fl-loc-key
                file status is itemloc-status.
            select rmqreordrpt-file assign to "RMQREORDRPT"
                organization line sequential
                file status is rmqreordrpt-status.
            select rmqreqopn-file assign to "RMQREQOPN"
                organization line sequential
                file status is rmqreqopn-status.
            select reqseq-file assign to "REQSEQ"
                organization line sequential
                file status is reqseq-status.

        data division.
        file section.
        fd  itemmst-file.
            copy rmqitem replacing ==:pfx:== by ==im==.
        fd  itemloc-file.
            copy rmqitloc replacing ==:pfx:== by ==fl==.
        fd  rmqreordrpt-file.
        01  rp-report-line         pic x(80).
        fd  rmqreqopn-file.
            copy rmqreqn replacing ==:pfx:== by ==fq==.
       *> requisition ids come off the same one-record layout as
       *> PLACEORD's ORDSEQ
        fd  reqseq-file.
            copy rmqordsq replacing ==:pfx:== by ==fs==.

        working-storage section.

            88 itemmst-ok          value "00".
            88 itemmst-eof         value "10".

        01  itemloc-status         pic xx.
            88 itemloc-ok          value "00".
            88 itemloc-eof         value "10".

        01  rmqreordrpt-status     pic xx.
            88 rmqreordrpt-ok      value "00".

        01  rmqreqopn-status       pic xx.
            88 rmqreqopn-ok        value "00", "05".
            88 rmqreqopn-eof       value "10".

        01  reqseq-status          pic xx.
            88 reqseq-ok           value "00".

        01  rv                     binary-long.
            copy rmqretc.
            copy rmqnull.
            copy rmqpreq replacing ==:pfx:== by ==pq==.
            copy rmqenv replacing ==:pfx:== by ==ev==.
        01  wk-env-header-len      binary-long value 98.
        01  wk-preq-body-len       binary-long value 77.
        01  wk-msg-len             binary-long.
        01  wk-pub-buffer          pic x(334).
        01  wk-msg-signature       pic x(32).
        01  wk-sign-outcome        pic x(8).

        01  wk-today               pic 9(8).
        01  wk-today-edit          redefines wk-today.
        01  wk-low-count           binary-long value 0.
        01  wk-failed-count        binary-long value 0.

       *> the items (and warehouses) that already have a
       *> requisition outstanding
        01  open-req-table.
            05 open-req-count      binary-long value 0.
            05 open-req-entry      occurs 1000 times.
                10 open-req-item       pic x(10).
                10 open-req-whse       pic x(4).
                10 open-req-id         pic x(12).
        01  wk-req-idx             binary-long.
        01  wk-req-found-flag      pic x(1).
            88 wk-req-found        value "Y".
        01  wk-req-seq             pic 9(9) value 0.
        01  wk-req-id              pic x(12).
        01  wk-req-date            pic x(10).
        01  wk-raised-count        binary-long value 0.
        01  wk-held-count          binary-long value 0.

       *> the stock position being judged -- the item's own, or one
       *> of its locations'
        01  wk-chk-whse            pic x(4).
        01  wk-chk-onhand          pic 9(7).
        01  wk-chk-level           pic 9(7).
        01  wk-chk-qty             pic 9(7).

        01  wk-loc-open-flag       pic x(1) value "N".
            88 wk-locations-open   value "Y".
        01  wk-has-loc-flag        pic x(1).
            88 wk-item-has-locations value "Y".

        01  wk-line                pic x(80).
        01  wk-qty-edit            pic zzzzzz9.

            perform load-destination
            perform connect-to-broker
            perform enable-publisher-confirms
            perform load-open-requisitions
            perform scan-the-master
            perform disconnect-and-exit.

                stop run
            end-if.

       *> no requisition file yet simply means nothing outstanding
        load-open-requisitions.
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
                    if fq-req-outstanding
                        if open-req-count > 999
                            move rmq-rc-file-error to return-code
                            display "reordchk: more than 1000 "
                                    "outstanding requisitions"
                            perform disconnect-and-exit
                        end-if
                        add 1 to open-req-count
                        move fq-req-item-code
                                to open-req-item(open-req-count)
                        move fq-req-whse
                                to open-req-whse(open-req-count)
                        move fq-req-id
                                to open-req-id(open-req-count)
                    end-if
            end-read.

        scan-the-master.
            open input itemmst-file

                stop run
            end-if

       *> no item-location file just means no item is stocked by
       *> warehouse
            open input itemloc-file
            if itemloc-ok
                set wk-locations-open to true
            end-if

            perform write-report-heading

            perform check-next-item
                until itemmst-eof

            close itemmst-file
            if wk-locations-open
                close itemloc-file
            end-if
            close rmqreordrpt-file

            display "reordchk: items read=" wk-read-count
                    " at/below reorder point=" wk-low-count
                    " raised=" wk-raised-count
                    " already requisitioned=" wk-held-count
                    " publish failures=" wk-failed-count.

        check-next-item.
                    set itemmst-eof to true
                not at end
                    add 1 to wk-read-count
                    move "N" to wk-has-loc-flag
                    if wk-locations-open
                        perform check-the-locations
                    end-if
                    if not wk-item-has-locations
                        move spaces                to wk-chk-whse
                        move im-item-onhand        to wk-chk-onhand
                        move im-item-reorder-level to wk-chk-level
                        move im-item-reorder-qty   to wk-chk-qty
                        perform judge-the-position
                    end-if
            end-read.

        check-the-locations.
            move im-item-code to fl-loc-item-code
            move low-values   to fl-loc-whse
            start itemloc-file key is not less than fl-loc-key
                invalid key
                    continue
                not invalid key
                    perform check-next-location
                        with test after
                        until itemloc-eof
                           or fl-loc-item-code not = im-item-code
            end-start
            move "00" to itemloc-status.

        check-next-location.
            read itemloc-file next record
                at end
                    set itemloc-eof to true
                not at end
                    if fl-loc-item-code = im-item-code
                        set wk-item-has-locations to true
                        move fl-loc-whse          to wk-chk-whse
                        move fl-loc-onhand        to wk-chk-onhand
                        move fl-loc-reorder-level to wk-chk-level
                        move fl-loc-reorder-qty   to wk-chk-qty
                        perform judge-the-position
                    end-if
            end-read.

        judge-the-position.
            if wk-chk-level > 0
               and wk-chk-onhand <= wk-chk-level
                add 1 to wk-low-count
                perform find-open-requisition
                if wk-req-found
                    add 1 to wk-held-count
                    move open-req-id(wk-req-idx) to wk-req-id
                    perform report-one-item
                else
                    add 1 to wk-raised-count
                    perform take-next-requisition-number
                    perform report-one-item
                    perform publish-the-requisition
                    perform file-the-requisition
                end-if
            end-if.

        find-open-requisition.
            move "N" to wk-req-found-flag
            move 1 to wk-req-idx
            perform search-open-requisition
                with test after
                until wk-req-found or wk-req-idx > open-req-count.

        search-open-requisition.
            if wk-req-idx <= open-req-count
               and open-req-item(wk-req-idx) = im-item-code
               and open-req-whse(wk-req-idx) = wk-chk-whse
                set wk-req-found to true
            else
                add 1 to wk-req-idx
            end-if.

       *> read afresh and rewritten straight after, the way PLACEORD
       *> keeps ORDSEQ, so a rerun never reissues a number
        take-next-requisition-number.
            open input reqseq-file
            if reqseq-ok
                read reqseq-file
                    at end
                        continue
                    not at end
                        move fs-ordseq-last-order to wk-req-seq
                end-read
                close reqseq-file
            end-if

            add 1 to wk-req-seq

            move wk-req-seq to fs-ordseq-last-order
            open output reqseq-file
            write fs-ordseq-record
            close reqseq-file

            move spaces to wk-req-id
            string "REQ" delimited by size
                   wk-req-seq delimited by size
                   into wk-req-id
            end-string.

       *> filed whether the publish landed or went to RMQFAILED --
       *> a parked requisition still goes out on DEMO10's resend,
       *> and raising it again tomorrow would send it twice
        file-the-requisition.
            move spaces to wk-req-date
            string wk-today-yyyy delimited by size
                   "-" delimited by size
                   wk-today-mm delimited by size
                   "-" delimited by size
                   wk-today-dd delimited by size
                   into wk-req-date
            end-string

            open extend rmqreqopn-file
            if not rmqreqopn-ok
                open output rmqreqopn-file
            end-if

            if not rmqreqopn-ok
                move rmq-rc-file-error to return-code
                display "reordchk: unable to file requisition "
                        wk-req-id " for " im-item-code " " wk-chk-whse
            else
                move spaces to fq-req-record
                move wk-req-id             to fq-req-id
                move im-item-code          to fq-req-item-code
                move wk-req-date           to fq-req-raised-date
                move wk-chk-qty            to fq-req-ordered-qty
                move zero                  to fq-req-received-qty
                move "O"                   to fq-req-status
                move wk-chk-whse           to fq-req-whse
                write fq-req-record
                close rmqreqopn-file
            end-if.

        write-report-heading.
            move spaces to wk-line
            move "ITEM CODE     ON-HAND  REORDER    ORDER"
                    to wk-line(1:39)
            move "REQUISITION  ACTION  WHSE" to wk-line(40:25)
            write rp-report-line from wk-line.

        report-one-item.
            move spaces to wk-line
            move im-item-code to wk-line(1:10)
            move wk-chk-onhand to wk-qty-edit
            move wk-qty-edit to wk-line(13:7)
            move wk-chk-level to wk-qty-edit
            move wk-qty-edit to wk-line(22:7)
            move wk-chk-qty to wk-qty-edit
            move wk-qty-edit to wk-line(31:7)
            move wk-req-id to wk-line(40:12)
            if wk-req-found
                move "OPEN" to wk-line(53:6)
            else
                move "RAISED" to wk-line(53:6)
            end-if
            move wk-chk-whse to wk-line(61:4)
            write rp-report-line from wk-line.

        publish-the-requisition.
            move spaces to pq-preq-body
            move im-item-code          to pq-preq-item-code
            move im-item-desc          to pq-preq-item-desc
            move wk-chk-onhand         to pq-preq-onhand
            move wk-chk-level          to pq-preq-reorder-level
            move wk-chk-qty            to pq-preq-reorder-qty
            move wk-req-id             to pq-preq-req-id
            move wk-chk-whse           to pq-preq-whse

            move spaces to ev-envelope
            string "REOR-" delimited by size
                   wk-today delimited by size
                   wk-now delimited by size
                   im-item-code delimited by size
                   wk-chk-whse delimited by size
                   into ev-env-msg-id
            end-string
            move "PURCH-REQ" to ev-env-msg-type
            move 3 to ev-env-schema-ver
            move "REORDCHK" to ev-env-caller-id
            call "RMQ0SEQ" using dest-routing-key,
                        ev-env-sequence
            move spaces to wk-pub-buffer
            move ev-envelope(1:wk-msg-len)
                    to wk-pub-buffer(1:wk-msg-len)
            call "RMQ0MSIG" using "SIGN    ", wk-pub-buffer, wk-msg-len,
                        wk-msg-signature, wk-sign-outcome
            end-call

            call "RMQ_PUBLISH" using
                            by value conn
