       *> from scratch every run; a duplicate item code on the extract
       *> is logged and skipped so one bad extract record doesn't sink
       *> the whole load.
       *>
       *> The ITEMLOC item-location file is rebuilt the same way from
       *> the ITEMLOCX location-level extract: one record per item per
       *> warehouse, and an item with locations has its ITEMMST
       *> on-hand (and opening position) set to the sum of them.  A
       *> location for an item the master doesn't carry, or a second
       *> copy of one already loaded, is logged and dropped.  With no
       *> ITEMLOCX the location file is left empty and every item is
       *> single-site -- which ITEMGATE refuses ahead of this step
       *> while ITEMLOC still holds locations, unless forced.
       *>
       *> A list price change PRICEAPL has already applied from the
       *> PRICECHG file is held in force over the extract: until the
       *> extract carries the new price itself the master keeps it,
       *> and the day it does the change is marked confirmed and
       *> left alone from then on.
       *>
       *> ITEMGATE runs ahead of this step and keeps a suspect
       *> extract from ever reaching it; a control trailer on the
       *> extract (rmqextrl.cpy) is the gate's to check and is passed
       *> over here.
       *>
       *> The services RMQSVCHRS lists for ITEMLOAD under BATCH rules
       *> are closed through RMQ0SVCC for the whole run and reopened
       *> when it finishes clean; a run that fails leaves them closed
       *> until it is rerun or the operator reopens them with SVCOPEN.

        environment division.
        input-output section.
                access mode random
                record key fp-item-code
                file status is itemmst-status.
            select itemlocx-file assign to "ITEMLOCX"
                organization line sequential
                file status is itemlocx-status.
            select itemloc-file assign to "ITEMLOC"
                organization indexed
                access mode dynamic
                record key fl-loc-key
                file status is itemloc-status.
            select pricechg-file assign to "PRICECHG"
                organization indexed
                access mode dynamic
                record key pc-prchg-key
                file status is pricechg-status.

        data division.
        file section.
        fd  itemextr-file.
            copy rmqitemx replacing ==:pfx:== by ==fx==.
            copy rmqextrl replacing ==:pfx:== by ==ft==.
        fd  itemmst-file.
            copy rmqitem replacing ==:pfx:== by ==fp==.
        fd  itemlocx-file.
            copy rmqitlcx replacing ==:pfx:== by ==fc==.
        fd  itemloc-file.
            copy rmqitloc replacing ==:pfx:== by ==fl==.
        fd  pricechg-file.
            copy rmqprchg replacing ==:pfx:== by ==pc==.

        working-storage section.

        01  itemmst-status        pic xx.
            88 itemmst-ok         value "00".

        01  itemlocx-status       pic xx.
            88 itemlocx-ok        value "00".
            88 itemlocx-eof       value "10".

        01  itemloc-status        pic xx.
            88 itemloc-ok         value "00".

        01  pricechg-status       pic xx.
            88 pricechg-ok        value "00".
            88 pricechg-eof       value "10".

        01  wk-changes-flag       pic x(1) value "N".
            88 wk-changes-open    value "Y".

            copy rmqretc.

        01  wk-today              pic 9(8).
        01  wk-read-count         binary-long value 0.
        01  wk-loaded-count       binary-long value 0.
        01  wk-dropped-count      binary-long value 0.
        01  wk-loc-read-count     binary-long value 0.
        01  wk-loc-loaded-count   binary-long value 0.
        01  wk-held-count         binary-long value 0.
        01  wk-confirmed-count    binary-long value 0.

        01  wk-first-loc-flag     pic x(1).
            88 wk-first-location  value "Y".

       *> the run's return code, held across the reopen of the
       *> services so a dropped-record warning reaches the scheduler
        01  wk-load-rc            binary-long value 0.


        procedure division.

        main-line.
            call "RMQ0SVCC" using "CLOSE   ", "ITEMLOAD"
            end-call
            perform get-load-timestamp
            perform load-the-master
            perform load-the-locations
            perform report-totals
            move return-code to wk-load-rc
            call "RMQ0SVCC" using "OPEN    ", "ITEMLOAD"
            end-call
            move wk-load-rc to return-code
            stop run.

        get-load-timestamp.
                stop run
            end-if

            open i-o pricechg-file
            if pricechg-ok
                set wk-changes-open to true
            end-if

            perform load-next-item
                with test after
                until itemextr-eof

            close itemextr-file
            close itemmst-file
            if wk-changes-open
                close pricechg-file
            end-if.

       *> a control trailer is ITEMGATE's business, not the master's
        load-next-item.
            read itemextr-file
                at end
                    set itemextr-eof to true
                not at end
                    if not ft-trl-is-trailer
                        add 1 to wk-read-count
                        perform write-one-item
                    end-if
            end-read.

        write-one-item.
            else
                move zero to fp-item-price
            end-if
            if wk-changes-open
                perform hold-the-price
            end-if
            move wk-load-date     to fp-item-updated-date
            move wk-load-time     to fp-item-updated-time

                    add 1 to wk-loaded-count
            end-write.

       *> PRICEAPL leaves at most one change applied per item
        hold-the-price.
            move fp-item-code to pc-prchg-item-code
            move low-values   to pc-prchg-eff-date
            start pricechg-file key is not less than pc-prchg-key
                invalid key
                    continue
                not invalid key
                    perform check-next-price-change
                        with test after
                        until pricechg-eof
                           or pc-prchg-item-code not = fp-item-code
            end-start
            move "00" to pricechg-status.

        check-next-price-change.
            read pricechg-file next record
                at end
                    set pricechg-eof to true
                not at end
                    if pc-prchg-item-code = fp-item-code
                       and pc-prchg-applied
                        if fp-item-price = pc-prchg-new-price
                            set pc-prchg-confirmed to true
                            rewrite pc-prchg-record
                            add 1 to wk-confirmed-count
                        else
                            move pc-prchg-new-price to fp-item-price
                            add 1 to wk-held-count
                        end-if
                    end-if
            end-read.

       *> the location file is emptied whatever happens, so a day
       *> without a location extract can't leave yesterday's
       *> locations sourcing today's orders
        load-the-locations.
            open output itemloc-file

            if not itemloc-ok
                move rmq-rc-file-error to return-code
                display "itemload: unable to open item-location "
                        "file, status " itemloc-status
                stop run
            end-if

            close itemloc-file

            open input itemlocx-file

            if not itemlocx-ok
                display "itemload: no location extract -- every "
                        "item single-site"
            else
                open i-o itemloc-file
                open i-o itemmst-file

                if not itemloc-ok or not itemmst-ok
                    move rmq-rc-file-error to return-code
                    display "itemload: unable to reopen masters for "
                            "the location load"
                    stop run
                end-if

                perform load-next-location
                    with test after
                    until itemlocx-eof

                close itemlocx-file
                close itemloc-file
                close itemmst-file
            end-if.

        load-next-location.
            read itemlocx-file
                at end
                    set itemlocx-eof to true
                not at end
                    add 1 to wk-loc-read-count
                    perform write-one-location
            end-read.

        write-one-location.
            move fc-ilx-item-code to fp-item-code
            read itemmst-file
                invalid key
                    add 1 to wk-dropped-count
                    display "itemload: location " fc-ilx-whse
                            " for unknown item " fc-ilx-item-code
                            " dropped"
                not invalid key
                    if fc-ilx-onhand is numeric
                        perform check-first-location
                        perform add-the-location
                    else
                        add 1 to wk-dropped-count
                        display "itemload: location " fc-ilx-whse
                                " for " fc-ilx-item-code
                                " has no usable on-hand -- dropped"
                    end-if
            end-read.

       *> the first location loaded for an item replaces the
       *> extract's item-level figure; later ones add to it
        check-first-location.
            set wk-first-location to true
            move fc-ilx-item-code to fl-loc-item-code
            move low-values       to fl-loc-whse
            start itemloc-file key is not less than fl-loc-key
                invalid key
                    continue
                not invalid key
                    read itemloc-file next record
                        at end
                            continue
                        not at end
                            if fl-loc-item-code = fc-ilx-item-code
                                move "N" to wk-first-loc-flag
                            end-if
                    end-read
            end-start.

        add-the-location.
            move spaces to fl-loc-record
            move fc-ilx-item-code to fl-loc-item-code
            move fc-ilx-whse      to fl-loc-whse
            move fc-ilx-onhand    to fl-loc-onhand
            move fc-ilx-onhand    to fl-loc-loaded-onhand
            if fc-ilx-reorder-level is numeric
                move fc-ilx-reorder-level to fl-loc-reorder-level
            else
                move zero to fl-loc-reorder-level
            end-if
            if fc-ilx-reorder-qty is numeric
                move fc-ilx-reorder-qty to fl-loc-reorder-qty
            else
                move zero to fl-loc-reorder-qty
            end-if
            move wk-load-date     to fl-loc-updated-date
            move wk-load-time     to fl-loc-updated-time

            write fl-loc-record
                invalid key
                    add 1 to wk-dropped-count
                    display "itemload: duplicate location "
                            fc-ilx-whse " for " fc-ilx-item-code
                            " dropped"
                not invalid key
                    add 1 to wk-loc-loaded-count
                    if wk-first-location
                        move zero to fp-item-onhand
                        move zero to fp-item-loaded-onhand
                    end-if
                    add fc-ilx-onhand to fp-item-onhand
                    add fc-ilx-onhand to fp-item-loaded-onhand
                    rewrite fp-item-record
            end-write.

        report-totals.
            if wk-dropped-count > 0
                move rmq-rc-file-error to return-code

            display "itemload: extract records read=" wk-read-count
                    " loaded=" wk-loaded-count
                    " dropped=" wk-dropped-count
                    " locations read=" wk-loc-read-count
                    " loaded=" wk-loc-loaded-count
                    " prices held=" wk-held-count
                    " confirmed=" wk-confirmed-count.

        end program itemload.
