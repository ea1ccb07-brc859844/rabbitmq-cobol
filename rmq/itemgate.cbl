        identification division.
        program-id.    itemgate.

       *> itemgate is the sanity gate in front of ITEMLOAD, the same
       *> job ACCTGATE does for ACCTLOAD.  ITEMLOAD replaces the
       *> ITEMMST item master from whatever ITEMEXTR holds, so a short
       *> or zeroed inventory extract would leave PLACEORD refusing
       *> orders for stock that is sitting on the shelf.  Before
       *> anything is replaced this step checks:
       *>
       *>   - the control trailer (rmqextrl.cpy), when the inventory
       *>     system sends one, against the records ahead of it --
       *>     its control total is the on-hand quantity -- and that
       *>     nothing follows it;
       *>   - the record count against the RMQGATE minimum;
       *>   - the record count and the on-hand total against the
       *>     RMQGATE tolerances (rmqgate.cpy) of the current ITEMMST
       *>     master and of the last extract the gate accepted;
       *>   - that a populated ITEMLOC location file has an ITEMLOCX
       *>     location extract with something on it to be rebuilt
       *>     from -- ITEMLOAD empties ITEMLOC either way, and every
       *>     multi-site item going single-site overnight is a swing
       *>     like any other.
       *>
       *> A failure ends the step with rmq-rc-extract-refused so
       *> DEMO12 stops short of the load and yesterday's master stays
       *> in service; RMQGATEFORCE=YES lets a known swing through as
       *> FORCED.  Every decision goes on the EXTGATLG gate log
       *> (rmqgatlg.cpy) alongside ACCTGATE's.

        environment division.
        input-output section.
        file-control.
            select itemextr-file assign to "ITEMEXTR"
                organization line sequential
                file status is itemextr-status.
            select itemmst-file assign to "ITEMMST"
                organization indexed
                access mode sequential
                record key im-item-code
                file status is itemmst-status.
            select itemlocx-file assign to "ITEMLOCX"
                organization line sequential
                file status is itemlocx-status.
            select itemloc-file assign to "ITEMLOC"
                organization indexed
                access mode sequential
                record key fl-loc-key
                file status is itemloc-status.
            select rmqgate-file assign to "RMQGATE"
                organization line sequential
                file status is rmqgate-status.
            select extgatlg-file assign to "EXTGATLG"
                organization line sequential
                file status is extgatlg-status.

        data division.
        file section.
        fd  itemextr-file.
            copy rmqitemx replacing ==:pfx:== by ==fx==.
            copy rmqextrl replacing ==:pfx:== by ==ft==.
        fd  itemmst-file.
            copy rmqitem replacing ==:pfx:== by ==im==.
        fd  itemlocx-file.
            copy rmqitlcx replacing ==:pfx:== by ==fc==.
        fd  itemloc-file.
            copy rmqitloc replacing ==:pfx:== by ==fl==.
        fd  rmqgate-file.
            copy rmqgate replacing ==:pfx:== by ==fg==.
        fd  extgatlg-file.
            copy rmqgatlg replacing ==:pfx:== by ==gl==.

        working-storage section.

        01  itemextr-status       pic xx.
            88 itemextr-ok        value "00".
            88 itemextr-eof       value "10".

        01  itemmst-status        pic xx.
            88 itemmst-ok         value "00".
            88 itemmst-eof        value "10".

        01  itemlocx-status       pic xx.
            88 itemlocx-ok        value "00".
            88 itemlocx-eof       value "10".

        01  itemloc-status        pic xx.
            88 itemloc-ok         value "00".
            88 itemloc-eof        value "10".

        01  rmqgate-status        pic xx.
            88 rmqgate-ok         value "00".
            88 rmqgate-eof        value "10".

        01  extgatlg-status       pic xx.
            88 extgatlg-ok        value "00", "05".
            88 extgatlg-eof       value "10".

            copy rmqretc.

        01  wk-extract-name       pic x(8) value "ITEMEXTR".

        01  wk-today              pic 9(8).
        01  wk-today-edit         redefines wk-today.
            05 wk-today-yyyy      pic 9(4).
            05 wk-today-mm        pic 9(2).
            05 wk-today-dd        pic 9(2).
        01  wk-now                pic 9(8).
        01  wk-now-edit           redefines wk-now.
            05 wk-now-hh          pic 9(2).
            05 wk-now-mi          pic 9(2).
            05 wk-now-ss          pic 9(2).
            05 wk-now-th          pic 9(2).

       *> the tolerances -- all off until RMQGATE says otherwise
        01  wk-min-records        pic 9(7) value 0.
        01  wk-count-pct          pic 9(3) value 0.
        01  wk-total-pct          pic 9(3) value 0.

        01  wk-force-text         pic x(3).
        01  wk-force-flag         pic x(1) value "N".
            88 wk-force-wanted    value "Y".

       *> what the extract, the master and the last accepted
       *> extract each add up to
        01  wk-ext-count          binary-long value 0.
        01  wk-ext-total          pic s9(13)v99 value zero.
        01  wk-mst-count          binary-long value 0.
        01  wk-mst-total          pic s9(13)v99 value zero.
        01  wk-prv-count          binary-long value 0.
        01  wk-prv-total          pic s9(13)v99 value zero.
        01  wk-master-flag        pic x(1) value "N".
            88 wk-master-seen     value "Y".
        01  wk-previous-flag      pic x(1) value "N".
            88 wk-previous-seen   value "Y".

       *> whether there are locations today, and whether there are
       *> any to rebuild them from
        01  wk-loc-count          binary-long value 0.
        01  wk-locx-count         binary-long value 0.

        01  wk-trailer-flag       pic x(1) value "N".
            88 wk-trailer-seen    value "Y".
        01  wk-trl-count          pic 9(9).
        01  wk-trl-total          pic s9(13)v99.
        01  wk-after-trailer      binary-long value 0.

       *> one comparison: this figure against that reference
        01  wk-figure             pic s9(13)v99.
        01  wk-reference          pic s9(13)v99.
        01  wk-ref-count          binary-long.
        01  wk-ref-total          pic s9(13)v99.
        01  wk-swing-pct          pic s9(9)v99.
        01  wk-tolerance          pic 9(3).
        01  wk-what               pic x(24).
        01  wk-against            pic x(16).
        01  wk-swing-edit         pic z(8)9.99.

        01  wk-refused-flag       pic x(1) value "N".
            88 wk-extract-refused value "Y".
        01  wk-reason             pic x(60) value spaces.
        01  wk-figure-text        pic x(60).
        01  wk-problem-count      binary-long value 0.
        01  wk-count-edit         pic z(8)9.
        01  wk-total-edit         pic -(13)9.99.


        procedure division.

        main-line.
            perform load-the-tolerances
            perform load-the-force
            perform tally-the-extract
            perform tally-the-master
            perform find-the-previous-extract
            perform tally-the-locations
            perform judge-the-extract
            perform log-the-decision
            perform report-outcome
            stop run.

        load-the-tolerances.
            open input rmqgate-file
            if rmqgate-ok
                perform read-next-tolerance
                    with test after
                    until rmqgate-eof
                close rmqgate-file
            end-if

            display "itemgate: minimum " wk-min-records
                    " record(s), count within " wk-count-pct
                    "%, on-hand within " wk-total-pct "%".

        read-next-tolerance.
            read rmqgate-file
                at end
                    set rmqgate-eof to true
                not at end
                    if fg-gate-extract = wk-extract-name
                        move fg-gate-min-records to wk-min-records
                        move fg-gate-count-pct   to wk-count-pct
                        move fg-gate-total-pct   to wk-total-pct
                    end-if
            end-read.

        load-the-force.
            display "RMQGATEFORCE" upon environment-name
            accept wk-force-text from environment-value
                on exception
                    move spaces to wk-force-text
            end-accept
            if wk-force-text = "YES"
                set wk-force-wanted to true
                display "itemgate: RMQGATEFORCE=YES -- a refusal will "
                        "be logged and let through"
            end-if.

       *> an extract that can't be opened is as bad as an empty one
        tally-the-extract.
            open input itemextr-file
            if not itemextr-ok
                move rmq-rc-file-error to return-code
                display "itemgate: unable to open inventory extract"
                stop run
            end-if

            perform take-next-extract-record
                with test after
                until itemextr-eof

            close itemextr-file.

        take-next-extract-record.
            read itemextr-file
                at end
                    set itemextr-eof to true
                not at end
                    evaluate true
                        when wk-trailer-seen
                            add 1 to wk-after-trailer
                        when ft-trl-is-trailer
                            set wk-trailer-seen to true
                            move ft-trl-record-count to wk-trl-count
                            move ft-trl-control-total to wk-trl-total
                        when other
                            add 1 to wk-ext-count
                            add fx-ixt-onhand to wk-ext-total
                    end-evaluate
            end-read.

       *> no master yet is the first load ever -- nothing to swing
       *> away from
        tally-the-master.
            open input itemmst-file
            if itemmst-ok
                set wk-master-seen to true
                perform take-next-master-record
                    with test after
                    until itemmst-eof
                close itemmst-file
            end-if.

        take-next-master-record.
            read itemmst-file
                at end
                    set itemmst-eof to true
                not at end
                    add 1 to wk-mst-count
                    add im-item-onhand to wk-mst-total
            end-read.

       *> the last extract the gate let through, as the log has it
        find-the-previous-extract.
            open input extgatlg-file
            if extgatlg-ok
                perform take-next-log-entry
                    with test after
                    until extgatlg-eof
                close extgatlg-file
            end-if.

        take-next-log-entry.
            read extgatlg-file
                at end
                    set extgatlg-eof to true
                not at end
                    if gl-gatl-extract = wk-extract-name
                       and gl-gatl-accepted
                        set wk-previous-seen to true
                        move gl-gatl-ext-count to wk-prv-count
                        move gl-gatl-ext-total to wk-prv-total
                    end-if
            end-read.

       *> only whether either file has a record matters, so each
       *> is read no further than its first
        tally-the-locations.
            open input itemloc-file
            if itemloc-ok
                read itemloc-file
                    not at end
                        add 1 to wk-loc-count
                end-read
                close itemloc-file
            end-if

            open input itemlocx-file
            if itemlocx-ok
                read itemlocx-file
                    not at end
                        add 1 to wk-locx-count
                end-read
                close itemlocx-file
            end-if.

        judge-the-extract.
            perform judge-the-trailer
            perform judge-the-locations

            if wk-ext-count < wk-min-records
                move wk-ext-count to wk-count-edit
                move spaces to wk-figure-text
                string "only " delimited by size
                       function trim(wk-count-edit) delimited by size
                       " record(s) on the extract" delimited by size
                       into wk-figure-text
                end-string
                perform refuse-the-extract
            end-if

            if wk-master-seen
                move "current master" to wk-against
                move wk-mst-count to wk-ref-count
                move wk-mst-total to wk-ref-total
                perform judge-the-figures
            end-if

            if wk-previous-seen
                move "last extract" to wk-against
                move wk-prv-count to wk-ref-count
                move wk-prv-total to wk-ref-total
                perform judge-the-figures
            end-if.

       *> no location extract is only news when there are locations
       *> for ITEMLOAD to throw away
        judge-the-locations.
            if wk-loc-count > 0 and wk-locx-count = 0
                move "ITEMLOC populated but no ITEMLOCX locations"
                        to wk-figure-text
                perform refuse-the-extract
            end-if.

       *> the trailer is the source system's own word on what it sent
        judge-the-trailer.
            if wk-after-trailer > 0
                move "records follow the control trailer"
                        to wk-figure-text
                perform refuse-the-extract
            end-if

            if wk-trailer-seen
                if wk-trl-count not = wk-ext-count
                    move wk-trl-count to wk-count-edit
                    move spaces to wk-figure-text
                    string "trailer count " delimited by size
                           function trim(wk-count-edit)
                                delimited by size
                           " disagrees with the records"
                                delimited by size
                           into wk-figure-text
                    end-string
                    perform refuse-the-extract
                end-if
                if wk-trl-total not = wk-ext-total
                    move "trailer total disagrees with the on-hand"
                            to wk-figure-text
                    perform refuse-the-extract
                end-if
            end-if.

        judge-the-figures.
            if wk-count-pct > 0
                move "record count" to wk-what
                move wk-ext-count to wk-figure
                move wk-ref-count to wk-reference
                move wk-count-pct to wk-tolerance
                perform judge-one-swing
            end-if

            if wk-total-pct > 0
                move "on-hand total" to wk-what
                move wk-ext-total to wk-figure
                move wk-ref-total to wk-reference
                move wk-total-pct to wk-tolerance
                perform judge-one-swing
            end-if.

       *> a swing is measured against the size of the reference; a
       *> zero reference has nothing to swing from
        judge-one-swing.
            if wk-reference not = zero
                compute wk-swing-pct rounded =
                    (wk-figure - wk-reference) * 100 / wk-reference
                if wk-swing-pct < zero
                    compute wk-swing-pct = 0 - wk-swing-pct
                end-if
                if wk-swing-pct > wk-tolerance
                    move wk-swing-pct to wk-swing-edit
                    move spaces to wk-figure-text
                    string function trim(wk-what) delimited by size
                           " swung " delimited by size
                           function trim(wk-swing-edit)
                                delimited by size
                           "% from the " delimited by size
                           function trim(wk-against) delimited by size
                           into wk-figure-text
                    end-string
                    perform refuse-the-extract
                end-if
            end-if.

       *> every failure is shown; the log keeps the first
        refuse-the-extract.
            set wk-extract-refused to true
            add 1 to wk-problem-count
            if wk-reason = spaces
                move wk-figure-text to wk-reason
            end-if
            display "itemgate: " function trim(wk-figure-text).

       *> the inventory extract carries no currency, so its log line
       *> leaves the mix blank
        log-the-decision.
            accept wk-today from date yyyymmdd
            accept wk-now from time

            move spaces to gl-gatl-entry
            string wk-today-yyyy delimited by size
                   "-" delimited by size
                   wk-today-mm delimited by size
                   "-" delimited by size
                   wk-today-dd delimited by size
                   into gl-gatl-date
            end-string
            string wk-now-hh delimited by size
                   ":" delimited by size
                   wk-now-mi delimited by size
                   ":" delimited by size
                   wk-now-ss delimited by size
                   into gl-gatl-time
            end-string
            move wk-extract-name to gl-gatl-extract
            evaluate true
                when not wk-extract-refused
                    move "PASSED" to gl-gatl-result
                when wk-force-wanted
                    move "FORCED" to gl-gatl-result
                when other
                    move "REFUSED" to gl-gatl-result
            end-evaluate
            move wk-ext-count to gl-gatl-ext-count
            move wk-ext-total to gl-gatl-ext-total
            move wk-mst-count to gl-gatl-mst-count
            move wk-mst-total to gl-gatl-mst-total
            move wk-prv-count to gl-gatl-prv-count
            move wk-prv-total to gl-gatl-prv-total
            if wk-trailer-seen
                move "Y" to gl-gatl-trailer
            else
                move "N" to gl-gatl-trailer
            end-if
            move wk-reason to gl-gatl-reason

            open extend extgatlg-file
            if not extgatlg-ok
                open output extgatlg-file
            end-if
            write gl-gatl-entry
            close extgatlg-file.

        report-outcome.
            move wk-ext-count to wk-count-edit
            move wk-ext-total to wk-total-edit
            display "itemgate: extract records="
                    function trim(wk-count-edit)
                    " on-hand total=" function trim(wk-total-edit)

            evaluate true
                when not wk-extract-refused
                    display "itemgate: extract accepted for ITEMLOAD"
                when wk-force-wanted
                    display "itemgate: " wk-problem-count
                            " check(s) failed -- FORCED through"
                when other
                    move rmq-rc-extract-refused to return-code
                    display "itemgate: " wk-problem-count
                            " check(s) failed -- extract REFUSED, "
                            "the current master stays in service"
            end-evaluate.

        end program itemgate.
