        identification division.
        program-id.    acctgate.

       *> acctgate is the sanity gate in front of ACCTLOAD.  ACCTLOAD
       *> replaces ACCTMST wholesale from whatever ACCTEXTR holds, so
       *> a truncated or empty extract from the ledger system would
       *> wipe most of the master overnight and GETBAL would answer
       *> NOTFND all the next day.  This step runs first and looks at
       *> the extract before anything is replaced:
       *>
       *>   - a control trailer (rmqextrl.cpy), when the ledger sends
       *>     one, must agree with the records ahead of it, and
       *>     nothing may follow it;
       *>   - the record count must reach the RMQGATE minimum;
       *>   - the record count, the balance total and each currency's
       *>     share of the accounts must sit within the RMQGATE
       *>     tolerances (rmqgate.cpy) of the current ACCTMST master
       *>     and of the last extract the gate accepted.
       *>
       *> Any failure refuses the extract: the step ends with
       *> rmq-rc-extract-refused, DEMO12 stops the chain before the
       *> load step, and yesterday's master stays in service.  A
       *> genuine swing -- a ledger migration, a bulk closure -- is
       *> let through by rerunning with RMQGATEFORCE=YES, which logs
       *> the run FORCED.  Every decision goes on the EXTGATLG gate
       *> log (rmqgatlg.cpy), and the figures of an accepted extract
       *> are what the next night's run compares with.

        environment division.
        input-output section.
        file-control.
            select acctextr-file assign to "ACCTEXTR"
                organization line sequential
                file status is acctextr-status.
            select acctmst-file assign to "ACCTMST"
                organization indexed
                access mode sequential
                record key am-acct-number
                file status is acctmst-status.
            select rmqgate-file assign to "RMQGATE"
                organization line sequential
                file status is rmqgate-status.
            select extgatlg-file assign to "EXTGATLG"
                organization line sequential
                file status is extgatlg-status.

        data division.
        file section.
        fd  acctextr-file.
            copy rmqacctx replacing ==:pfx:== by ==fx==.
            copy rmqextrl replacing ==:pfx:== by ==ft==.
        fd  acctmst-file.
            copy rmqacct replacing ==:pfx:== by ==am==.
        fd  rmqgate-file.
            copy rmqgate replacing ==:pfx:== by ==fg==.
        fd  extgatlg-file.
            copy rmqgatlg replacing ==:pfx:== by ==gl==.

        working-storage section.

        01  acctextr-status       pic xx.
            88 acctextr-ok        value "00".
            88 acctextr-eof       value "10".

        01  acctmst-status        pic xx.
            88 acctmst-ok         value "00".
            88 acctmst-eof        value "10".

        01  rmqgate-status        pic xx.
            88 rmqgate-ok         value "00".
            88 rmqgate-eof        value "10".

        01  extgatlg-status       pic xx.
            88 extgatlg-ok        value "00", "05".
            88 extgatlg-eof       value "10".

            copy rmqretc.

        01  wk-extract-name       pic x(8) value "ACCTEXTR".

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
        01  wk-mix-pct            pic 9(3) value 0.

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
            copy rmqgatlg replacing ==:pfx:== by ==pv==.

        01  wk-trailer-flag       pic x(1) value "N".
            88 wk-trailer-seen    value "Y".
        01  wk-trl-count          pic 9(9).
        01  wk-trl-total          pic s9(13)v99.
        01  wk-after-trailer      binary-long value 0.

       *> the currency mix, side by side
        01  mix-table.
            05 mix-count          binary-long value 0.
            05 mix-entry          occurs 20 times.
                10 mix-currency       pic x(3).
                10 mix-ext-count      binary-long.
                10 mix-mst-count      binary-long.
                10 mix-prv-count      binary-long.
        01  wk-mix-idx            binary-long.
        01  wk-found-idx          binary-long.
        01  wk-mix-found-flag     pic x(1).
            88 wk-mix-found       value "Y".
        01  wk-currency           pic x(3).
        01  wk-ext-share          pic s9(5)v99.
        01  wk-ref-share          pic s9(5)v99.

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

            display "acctgate: minimum " wk-min-records
                    " record(s), count within " wk-count-pct
                    "%, total within " wk-total-pct
                    "%, currency mix within " wk-mix-pct " point(s)".

        read-next-tolerance.
            read rmqgate-file
                at end
                    set rmqgate-eof to true
                not at end
                    if fg-gate-extract = wk-extract-name
                        move fg-gate-min-records to wk-min-records
                        move fg-gate-count-pct   to wk-count-pct
                        move fg-gate-total-pct   to wk-total-pct
                        move fg-gate-mix-pct     to wk-mix-pct
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
                display "acctgate: RMQGATEFORCE=YES -- a refusal will "
                        "be logged and let through"
            end-if.

       *> an extract that can't be opened is as bad as an empty one
        tally-the-extract.
            open input acctextr-file
            if not acctextr-ok
                move rmq-rc-file-error to return-code
                display "acctgate: unable to open ledger extract"
                stop run
            end-if

            perform take-next-extract-record
                with test after
                until acctextr-eof

            close acctextr-file.

        take-next-extract-record.
            read acctextr-file
                at end
                    set acctextr-eof to true
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
                            add fx-ext-balance to wk-ext-total
                            if fx-ext-currency = spaces
                                move "USD" to wk-currency
                            else
                                move fx-ext-currency to wk-currency
                            end-if
                            perform find-the-currency
                            if wk-mix-found
                                add 1 to mix-ext-count(wk-found-idx)
                            end-if
                    end-evaluate
            end-read.

       *> no master yet is the first load ever -- nothing to swing
       *> away from
        tally-the-master.
            open input acctmst-file
            if acctmst-ok
                set wk-master-seen to true
                perform take-next-master-record
                    with test after
                    until acctmst-eof
                close acctmst-file
            end-if.

        take-next-master-record.
            read acctmst-file
                at end
                    set acctmst-eof to true
                not at end
                    add 1 to wk-mst-count
                    add am-acct-balance to wk-mst-total
                    move am-acct-currency to wk-currency
                    perform find-the-currency
                    if wk-mix-found
                        add 1 to mix-mst-count(wk-found-idx)
                    end-if
            end-read.

       *> the last extract the gate let through, as the log has it
        find-the-previous-extract.
            open input extgatlg-file
            if extgatlg-ok
                perform take-next-log-entry
                    with test after
                    until extgatlg-eof
                close extgatlg-file
            end-if

            if wk-previous-seen
                perform take-previous-mix
                    varying wk-mix-idx from 1 by 1
                    until wk-mix-idx > 10
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
                        move gl-gatl-entry to pv-gatl-entry
                    end-if
            end-read.

        take-previous-mix.
            if pv-gatl-mix-ccy(wk-mix-idx) not = spaces
                move pv-gatl-mix-ccy(wk-mix-idx) to wk-currency
                perform find-the-currency
                if wk-mix-found
                    move pv-gatl-mix-count(wk-mix-idx)
                            to mix-prv-count(wk-found-idx)
                end-if
            end-if.

       *> leaves wk-found-idx on the currency's row, adding one if
       *> there is room
        find-the-currency.
            move "N" to wk-mix-found-flag
            perform check-one-currency
                varying wk-found-idx from 1 by 1
                until wk-mix-found or wk-found-idx > mix-count

            if wk-mix-found
                subtract 1 from wk-found-idx
            else
                if mix-count < 20
                    add 1 to mix-count
                    move mix-count to wk-found-idx
                    move wk-currency to mix-currency(wk-found-idx)
                    move 0 to mix-ext-count(wk-found-idx)
                    move 0 to mix-mst-count(wk-found-idx)
                    move 0 to mix-prv-count(wk-found-idx)
                    set wk-mix-found to true
                end-if
            end-if.

        check-one-currency.
            if mix-currency(wk-found-idx) = wk-currency
                set wk-mix-found to true
            end-if.

        judge-the-extract.
            perform judge-the-trailer

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
            end-if

            if wk-mix-pct > 0 and wk-ext-count > 0
                perform judge-one-share
                    varying wk-mix-idx from 1 by 1
                    until wk-mix-idx > mix-count
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
                    move "trailer total disagrees with the balances"
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
                move "balance total" to wk-what
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

       *> each currency's share of the accounts, in points, against
       *> the master's share and the last extract's
        judge-one-share.
            compute wk-ext-share rounded =
                mix-ext-count(wk-mix-idx) * 100 / wk-ext-count

            if wk-master-seen and wk-mst-count > 0
                compute wk-ref-share rounded =
                    mix-mst-count(wk-mix-idx) * 100 / wk-mst-count
                move "current master" to wk-against
                perform judge-the-share
            end-if

            if wk-previous-seen and wk-prv-count > 0
                compute wk-ref-share rounded =
                    mix-prv-count(wk-mix-idx) * 100 / wk-prv-count
                move "last extract" to wk-against
                perform judge-the-share
            end-if.

        judge-the-share.
            compute wk-swing-pct = wk-ext-share - wk-ref-share
            if wk-swing-pct < zero
                compute wk-swing-pct = 0 - wk-swing-pct
            end-if
            if wk-swing-pct > wk-mix-pct
                move wk-swing-pct to wk-swing-edit
                move spaces to wk-figure-text
                string mix-currency(wk-mix-idx) delimited by size
                       " share moved " delimited by size
                       function trim(wk-swing-edit) delimited by size
                       " points from the " delimited by size
                       function trim(wk-against) delimited by size
                       into wk-figure-text
                end-string
                perform refuse-the-extract
            end-if.

       *> every failure is shown; the log keeps the first
        refuse-the-extract.
            set wk-extract-refused to true
            add 1 to wk-problem-count
            if wk-reason = spaces
                move wk-figure-text to wk-reason
            end-if
            display "acctgate: " function trim(wk-figure-text).

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

            perform log-one-mix
                varying wk-mix-idx from 1 by 1
                until wk-mix-idx > 10

            open extend extgatlg-file
            if not extgatlg-ok
                open output extgatlg-file
            end-if
            write gl-gatl-entry
            close extgatlg-file.

        log-one-mix.
            if wk-mix-idx <= mix-count
               and mix-ext-count(wk-mix-idx) > 0
                move mix-currency(wk-mix-idx)
                        to gl-gatl-mix-ccy(wk-mix-idx)
                move mix-ext-count(wk-mix-idx)
                        to gl-gatl-mix-count(wk-mix-idx)
            else
                move spaces to gl-gatl-mix-ccy(wk-mix-idx)
                move zero to gl-gatl-mix-count(wk-mix-idx)
            end-if.

        report-outcome.
            move wk-ext-count to wk-count-edit
            move wk-ext-total to wk-total-edit
            display "acctgate: extract records="
                    function trim(wk-count-edit)
                    " balance total=" function trim(wk-total-edit)

            evaluate true
                when not wk-extract-refused
                    display "acctgate: extract accepted for ACCTLOAD"
                when wk-force-wanted
                    display "acctgate: " wk-problem-count
                            " check(s) failed -- FORCED through"
                when other
                    move rmq-rc-extract-refused to return-code
                    display "acctgate: " wk-problem-count
                            " check(s) failed -- extract REFUSED, "
                            "the current master stays in service"
            end-evaluate.

        end program acctgate.
