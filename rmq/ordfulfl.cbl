       *> race tomorrow's retry and ship the order twice.  The
       *> updated order file is written alongside and swapped in the
       *> way DEMO12 swaps the edited transaction file.
       *>
       *> Pick lists and SHIP-REQUESTs are cut per warehouse: an
       *> order whose lines PLACEORD allocated to more than one site
       *> gets one pick list and one SHIP-REQUEST (schema version 2,
       *> naming the warehouse and each line's order line number)
       *> for each, and each warehouse's lines are marked picked on
       *> its own publish -- a failure at one site leaves only that
       *> site's lines accepted for tomorrow.
       *>
       *> The services RMQSVCHRS lists for ORDFULFL under BATCH rules
       *> are closed through RMQ0SVCC while the order file is being
       *> worked and swapped, and reopened once it is back in place.

        environment division.
        input-output section.
            copy rmqship replacing ==:pfx:== by ==sh==.
            copy rmqenv replacing ==:pfx:== by ==ev==.
        01  wk-env-header-len      binary-long value 98.
        01  wk-ship-body-len       binary-long value 198.
        01  wk-msg-len             binary-long.
        01  wk-pub-buffer          pic x(334).
        01  wk-msg-signature       pic x(32).
        01  wk-sign-outcome        pic x(8).

       *> the order being gathered: its lines' raw records, held
       *> until the order id changes so the whole set is picked,
        01  group-table.
            05 group-count         binary-long value 0.
            05 group-entry         occurs 10 times.
                10 group-record    pic x(128).
                10 group-sent-flag pic x(1).
                    88 group-sent  value "Y".
        01  wk-group-id            pic x(12) value spaces.
        01  wk-grp-idx             binary-long.
        01  wk-sub-idx             binary-long.
        01  wk-cur-whse            pic x(4).
        01  wk-publish-good-flag   pic x(1).
            88 wk-publish-good     value "Y".

            perform load-environment
            perform load-destination
            perform connect-to-broker
            call "RMQ0SVCC" using "CLOSE   ", "ORDFULFL"
            end-call
            perform enable-publisher-confirms
            perform work-the-order-file
            perform swap-the-order-file
            perform reopen-the-services
            perform disconnect-and-exit.

        load-environment.
            if not rmqorders-ok
                display "ordfulfl: no order file to work -- nothing "
                        "to fulfil"
                perform reopen-the-services
                perform disconnect-and-exit
            end-if

            close rmqpicklst-file

            display "ordfulfl: records read=" wk-read-count
                    " orders=" wk-order-count
                    " ship requests=" wk-picked-count
                    " publish failures=" wk-failed-count.

        take-next-order-record.
                end-if
                add 1 to group-count
                move fo-order-record to group-record(group-count)
                move "N" to group-sent-flag(group-count)
                move fo-ord-order-id to wk-group-id
            else
                move fo-order-record to fu-order-record
                write fu-order-record
            end-if.

       *> the order goes out one warehouse at a time: the first line
       *> not yet sent names the next warehouse, and every line
       *> allocated there rides on that warehouse's request.  The
       *> lines are written back in their original order once every
       *> warehouse has been tried.
        flush-the-group.
            add 1 to wk-order-count
            perform flush-one-warehouse
                varying wk-grp-idx from 1 by 1
                until wk-grp-idx > group-count
            perform write-the-group
                varying wk-grp-idx from 1 by 1
                until wk-grp-idx > group-count

            move 0 to group-count
            move spaces to wk-group-id.

        flush-one-warehouse.
            if not group-sent(wk-grp-idx)
                move group-record(wk-grp-idx) to wg-order-record
                move wg-ord-whse to wk-cur-whse
                perform build-the-ship-body
                perform publish-the-ship-request

                if wk-publish-good
                    add 1 to wk-picked-count
                    perform write-the-pick-list
                    perform mark-the-warehouse-picked
                else
                    add 1 to wk-failed-count
                end-if
            end-if.

        build-the-ship-body.
            move spaces to sh-ship-body
            move zero to sh-ship-line-count
            move wk-cur-whse to sh-ship-whse

            perform add-one-ship-line
                varying wk-sub-idx from 1 by 1
                until wk-sub-idx > group-count.

        add-one-ship-line.
            move group-record(wk-sub-idx) to wg-order-record
            if not group-sent(wk-sub-idx)
               and wg-ord-whse = wk-cur-whse
                set group-sent(wk-sub-idx) to true
                add 1 to sh-ship-line-count
                move wg-ord-order-id    to sh-ship-order-id
                move wg-ord-acct-number to sh-ship-acct-number
                move wg-ord-item-code
                        to sh-ship-item(sh-ship-line-count)
                move wg-ord-qty
                        to sh-ship-qty(sh-ship-line-count)
                move wg-ord-line-no
                        to sh-ship-line-no(sh-ship-line-count)
            end-if.

        publish-the-ship-request.
            move "N" to wk-publish-good-flag
            move spaces to ev-envelope
            string "ORDF-" delimited by size
                   wk-today delimited by size
                   wk-now(1:6) delimited by size
                   sh-ship-order-id delimited by size
                   sh-ship-whse delimited by size
                   into ev-env-msg-id
            end-string
            move "SHIP-REQUEST" to ev-env-msg-type
            move 2 to ev-env-schema-ver
            move "ORDFULFL" to ev-env-caller-id
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
                   sh-ship-order-id delimited by size
                   "  ACCOUNT " delimited by size
                   sh-ship-acct-number delimited by size
                   "  WAREHOUSE " delimited by size
                   sh-ship-whse delimited by size
                   into wk-line
            end-string
            write pl-pick-line from wk-line

            perform write-one-pick-line
                varying wk-sub-idx from 1 by 1
                until wk-sub-idx > sh-ship-line-count.

        write-one-pick-line.
            move spaces to wk-line
            move sh-ship-item(wk-sub-idx) to wk-line(3:10)
            move sh-ship-qty(wk-sub-idx) to wk-qty-edit
            move wk-qty-edit to wk-line(16:5)
            write pl-pick-line from wk-line.

       *> only this warehouse's lines move to picked; a line held
       *> for a warehouse whose publish failed stays accepted
        mark-the-warehouse-picked.
            perform mark-one-record-picked
                varying wk-sub-idx from 1 by 1
                until wk-sub-idx > group-count.

        mark-one-record-picked.
            move group-record(wk-sub-idx) to wg-order-record
            if wg-ord-whse = wk-cur-whse
                move "P" to wg-ord-status
                move wg-order-record to group-record(wk-sub-idx)
            end-if.

        write-the-group.
            move group-record(wk-grp-idx) to fu-order-record
            write fu-order-record.

            call "SYSTEM" using "mv RMQORDUPD RMQORDERS"
            end-call.

       *> the order file is whole again once it is swapped in, even
       *> on a night some publishes failed -- those orders are simply
       *> still accepted -- so the services go back up either way,
       *> keeping the run's return code
        reopen-the-services.
            move return-code to wk-runh-rc
            call "RMQ0SVCC" using "OPEN    ", "ORDFULFL"
            end-call
            move wk-runh-rc to return-code.

        disconnect-and-exit.
       *> capture the final return code before the CLOSE call chain
       *> can overwrite the shared register
