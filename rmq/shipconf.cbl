        identification division.
        program-id.    shipconf.

       *> shipconf closes the loop ORDFULFL opens: a SHIP-REQUEST
       *> goes to the warehouse and the order's lines sit at P
       *> (picked) for ever, because nothing ever heard back.  The
       *> warehouse now answers with a SHIP-CONFIRM (rmqshcf.cpy)
       *> that DEMO13's fan-out files on RMQSHIPIN; this job loads
       *> the day's confirmations, walks RMQORDERS and moves every
       *> picked line a confirmation names -- same order id, same
       *> line number, same item -- to S (shipped) with the quantity
       *> that actually went.  A short shipment puts the shortfall
       *> back on ITEMMST on-hand (and on the line's warehouse
       *> location), exactly the way CANCLORD returns a cancelled
       *> line's stock, and writes a line to the order desk's
       *> RMQSHIPEXC exception file.  A confirmation that
       *> matches no picked line (unknown order, a line already
       *> shipped, the wrong item) or claims more than was ordered
       *> is not applied; it goes on the exception file for the
       *> desk instead.  The order file is rewritten alongside and
       *> swapped in the way ORDFULFL swaps its own, the applied
       *> input is set aside as RMQSHIPOLD so tomorrow's run starts
       *> clean, and the run's control totals append to the
       *> RMQAPPLYRPT apply report.
       *>
       *> The services RMQSVCHRS lists for SHIPCONF under BATCH rules
       *> are closed through RMQ0SVCC while the order file is being
       *> worked and swapped, and reopened once it is back in place,
       *> so nothing the order desk appends in between is lost
       *> under the swap.

        environment division.
        input-output section.
        file-control.
            select rmqshipin-file assign to "RMQSHIPIN"
                organization line sequential
                file status is rmqshipin-status.
            select rmqorders-file assign to "RMQORDERS"
                organization line sequential
                file status is rmqorders-status.
            select rmqordshp-file assign to "RMQORDSHP"
                organization line sequential
                file status is rmqordshp-status.
            select itemmst-file assign to "ITEMMST"
                organization indexed
                access mode random
                record key im-item-code
                file status is itemmst-status.
            select rmqshipexc-file assign to "RMQSHIPEXC"
                organization line sequential
                file status is rmqshipexc-status.
            select rmqapplyrpt-file assign to "RMQAPPLYRPT"
                organization line sequential
                file status is rmqapplyrpt-status.

        data division.
        file section.
        fd  rmqshipin-file.
        01  fi-shipin-record       pic x(200).
        fd  rmqorders-file.
            copy rmqordr replacing ==:pfx:== by ==fo==.
        fd  rmqordshp-file.
            copy rmqordr replacing ==:pfx:== by ==fu==.
        fd  itemmst-file.
            copy rmqitem replacing ==:pfx:== by ==im==.
        fd  rmqshipexc-file.
            copy rmqshexc replacing ==:pfx:== by ==fx==.
        fd  rmqapplyrpt-file.
            copy rmqapprp replacing ==:pfx:== by ==fr==.

        working-storage section.

        01  rmqshipin-status       pic xx.
            88 rmqshipin-ok        value "00".
            88 rmqshipin-eof       value "10".

        01  rmqorders-status       pic xx.
            88 rmqorders-ok        value "00".
            88 rmqorders-eof       value "10".

        01  rmqordshp-status       pic xx.
            88 rmqordshp-ok        value "00".

        01  itemmst-status         pic xx.
            88 itemmst-ok          value "00".

        01  rmqshipexc-status      pic xx.
            88 rmqshipexc-ok       value "00", "05".

        01  rmqapplyrpt-status     pic xx.
            88 rmqapplyrpt-ok      value "00", "05".

            copy rmqretc.
            copy rmqshcf replacing ==:pfx:== by ==sc==.

       *> every confirmed line of the day's confirmations, held so
       *> one pass over the order file can settle them all; a line
       *> still unmatched when the pass ends goes to the desk
        01  conf-table.
            05 conf-count          binary-long value 0.
            05 conf-entry          occurs 500 times.
                10 conf-order-id       pic x(12).
                10 conf-line-no        pic 9(2).
                10 conf-item           pic x(10).
                10 conf-qty            pic 9(5).
                10 conf-matched-flag   pic x(1).
                    88 conf-matched    value "Y".

        01  wk-conf-idx            binary-long.
        01  wk-line-idx            binary-long.
        01  wk-found-flag          pic x(1).
            88 wk-conf-found       value "Y".
        01  wk-master-flag         pic x(1) value "N".
            88 wk-master-open      value "Y".

        01  wk-short-qty           pic 9(5).

       *> ITEM0LOC's parameters -- stock coming back goes on the
       *> warehouse the line was drawn from
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
        01  wk-conf-lines          binary-long value 0.
        01  wk-shipped-count       binary-long value 0.
        01  wk-short-count         binary-long value 0.
        01  wk-except-count        binary-long value 0.

       *> one run-history line per run, through RMQ0RUNH
        01  wk-runh-rc            binary-long value 0.
        01  wk-runh-in            binary-long value 0.
        01  wk-runh-out           binary-long value 0.

        procedure division.

        main-line.
            call "RMQ0RUNH" using "START   ", "SHIPCONF", wk-runh-rc,
                        wk-runh-in, wk-runh-out
            end-call
            perform take-a-stamp
            perform load-the-confirmations
            perform open-the-exception-file
            perform apply-to-the-order-file
            perform report-the-unmatched
                varying wk-conf-idx from 1 by 1
                until wk-conf-idx > conf-count
            close rmqshipexc-file
            if wk-master-open
                close itemmst-file
            end-if
            call "SYSTEM" using "mv RMQSHIPIN RMQSHIPOLD"
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

        load-the-confirmations.
            open input rmqshipin-file

            if not rmqshipin-ok
                display "shipconf: no RMQSHIPIN to apply -- nothing "
                        "to do"
                perform end-the-run
            end-if

            perform load-next-confirmation
                with test after
                until rmqshipin-eof

            close rmqshipin-file.

        load-next-confirmation.
            read rmqshipin-file
                at end
                    set rmqshipin-eof to true
                not at end
                    add 1 to wk-read-count
                    move fi-shipin-record to sc-shcf-body
                    if sc-shcf-line-count is numeric
                       and sc-shcf-line-count >= 1
                       and sc-shcf-line-count <= 10
                        perform load-one-confirmed-line
                            varying wk-line-idx from 1 by 1
                            until wk-line-idx > sc-shcf-line-count
                    else
                        display "shipconf: confirmation for "
                                sc-shcf-order-id
                                " carries no usable line count"
                    end-if
            end-read.

       *> a line whose number or quantity doesn't parse can never
       *> match safely -- it goes straight to the desk as BADQTY
        load-one-confirmed-line.
            add 1 to wk-conf-lines
            if sc-shcf-line-no(wk-line-idx) not numeric
               or sc-shcf-qty(wk-line-idx) not numeric
                perform open-the-exception-file
                move spaces to fx-shex-entry
                move sc-shcf-order-id to fx-shex-order-id
                move zero to fx-shex-line-no
                move sc-shcf-item(wk-line-idx) to fx-shex-item-code
                move zero to fx-shex-ordered-qty
                move zero to fx-shex-shipped-qty
                move zero to fx-shex-short-qty
                move "BADQTY" to fx-shex-reason
                perform write-one-exception
            else
                if conf-count > 499
                    move rmq-rc-file-error to return-code
                    display "shipconf: more than 500 confirmed lines "
                            "in one run"
                    perform end-the-run
                end-if
                add 1 to conf-count
                move sc-shcf-order-id to conf-order-id(conf-count)
                move sc-shcf-line-no(wk-line-idx)
                        to conf-line-no(conf-count)
                move sc-shcf-item(wk-line-idx)
                        to conf-item(conf-count)
                move sc-shcf-qty(wk-line-idx)
                        to conf-qty(conf-count)
                move "N" to conf-matched-flag(conf-count)
            end-if.

        open-the-exception-file.
            if not rmqshipexc-ok
                open extend rmqshipexc-file
                if not rmqshipexc-ok
                    open output rmqshipexc-file
                end-if
            end-if

            if not rmqshipexc-ok
                move rmq-rc-file-error to return-code
                display "shipconf: unable to open exception file"
                perform end-the-run
            end-if.

       *> the same two-file rewrite ORDFULFL and CANCLORD use: every
       *> record is copied, the confirmed ones changed on the way
       *> through, and the new copy swapped over the live file only
       *> once both opens are proved
        apply-to-the-order-file.
            call "RMQ0SVCC" using "CLOSE   ", "SHIPCONF"
            end-call
            open input rmqorders-file
            if not rmqorders-ok
                display "shipconf: no order file -- every "
                        "confirmation goes to the desk"
            else
                open output rmqordshp-file
                if not rmqordshp-ok
                    move rmq-rc-file-error to return-code
                    display "shipconf: unable to open work file, "
                            "status " rmqordshp-status
                    close rmqorders-file
                    perform end-the-run
                end-if

                perform ship-next-record
                    with test after
                    until rmqorders-eof

                close rmqorders-file
                close rmqordshp-file

                call "SYSTEM" using "mv RMQORDSHP RMQORDERS"
                end-call
            end-if
            perform reopen-the-services.

       *> the file is whole again once it is swapped in, so the
       *> services go back up, keeping the run's return code
        reopen-the-services.
            move return-code to wk-runh-rc
            call "RMQ0SVCC" using "OPEN    ", "SHIPCONF"
            end-call
            move wk-runh-rc to return-code.

        ship-next-record.
            read rmqorders-file
                at end
                    set rmqorders-eof to true
                not at end
                    move fo-order-record to fu-order-record
                    if fo-ord-picked
                        perform find-the-confirmation
                        if wk-conf-found
                            perform settle-the-line
                        end-if
                    end-if
                    write fu-order-record
            end-read.

        find-the-confirmation.
            move "N" to wk-found-flag
            move 1 to wk-conf-idx
            perform search-one-confirmation
                with test after
                until wk-conf-found or wk-conf-idx > conf-count.

        search-one-confirmation.
            if conf-order-id(wk-conf-idx) = fo-ord-order-id
               and conf-line-no(wk-conf-idx) = fo-ord-line-no
               and conf-item(wk-conf-idx) = fo-ord-item-code
               and not conf-matched(wk-conf-idx)
                set wk-conf-found to true
            else
                add 1 to wk-conf-idx
            end-if.

        settle-the-line.
            set conf-matched(wk-conf-idx) to true

            evaluate true
                when conf-qty(wk-conf-idx) > fo-ord-qty
       *> the warehouse says it sent more than was ordered -- the
       *> stock figures can't both be right, so the line waits
                    move spaces to fx-shex-entry
                    perform fill-the-exception-from-line
                    move zero to fx-shex-short-qty
                    move "OVERSHIP" to fx-shex-reason
                    perform write-one-exception
                when other
                    add 1 to wk-shipped-count
                    move "S" to fu-ord-status
                    move conf-qty(wk-conf-idx) to fu-ord-shipped-qty
                    if conf-qty(wk-conf-idx) < fo-ord-qty
                        add 1 to wk-short-count
                        compute wk-short-qty =
                            fo-ord-qty - conf-qty(wk-conf-idx)
                        perform restock-the-shortfall
                        move spaces to fx-shex-entry
                        perform fill-the-exception-from-line
                        move wk-short-qty to fx-shex-short-qty
                        move "SHORT" to fx-shex-reason
                        perform write-one-exception
                    end-if
            end-evaluate.

       *> the shortfall never left the building: it goes back on the
       *> master the way CANCLORD returns a cancelled line
        restock-the-shortfall.
            if not wk-master-open
                open i-o itemmst-file
                if itemmst-ok
                    set wk-master-open to true
                end-if
            end-if

            if not wk-master-open
                move rmq-rc-file-error to return-code
                display "shipconf: item master unavailable -- "
                        wk-short-qty " of " fo-ord-item-code
                        " not restocked"
            else
                move fo-ord-item-code to im-item-code
                read itemmst-file
                    invalid key
                        display "shipconf: item " fo-ord-item-code
                                " has left the master -- shortfall "
                                "not restocked"
                    not invalid key
                        add wk-short-qty to im-item-onhand
                        move wk-stamp-date to im-item-updated-date
                        move wk-stamp-time to im-item-updated-time
                        rewrite im-item-record
                end-read
            end-if

            if fo-ord-whse not = spaces
                move "RESTOCK" to wk-loc-function
                move fo-ord-whse to wk-loc-whse
                move wk-short-qty to wk-loc-qty
                call "ITEM0LOC" using wk-loc-function,
                            fo-ord-item-code, wk-loc-whse,
                            wk-loc-qty, wk-loc-onhand, wk-loc-result
                end-call
            end-if.

        fill-the-exception-from-line.
            move fo-ord-order-id       to fx-shex-order-id
            move fo-ord-line-no        to fx-shex-line-no
            move fo-ord-item-code      to fx-shex-item-code
            move fo-ord-acct-number    to fx-shex-acct-number
            move fo-ord-qty            to fx-shex-ordered-qty
            move conf-qty(wk-conf-idx) to fx-shex-shipped-qty.

        report-the-unmatched.
            if not conf-matched(wk-conf-idx)
                move spaces to fx-shex-entry
                move conf-order-id(wk-conf-idx) to fx-shex-order-id
                move conf-line-no(wk-conf-idx)  to fx-shex-line-no
                move conf-item(wk-conf-idx)     to fx-shex-item-code
                move zero to fx-shex-ordered-qty
                move conf-qty(wk-conf-idx)      to fx-shex-shipped-qty
                move zero to fx-shex-short-qty
                move "NOMATCH" to fx-shex-reason
                perform write-one-exception
            end-if.

        write-one-exception.
            add 1 to wk-except-count
            move wk-stamp-date to fx-shex-date
            move wk-stamp-time to fx-shex-time
            write fx-shex-entry

            display "shipconf: EXCEPTION " fx-shex-reason " "
                    fx-shex-order-id " line " fx-shex-line-no.

        write-the-apply-line.
            move spaces to fr-apprp-line
            move wk-stamp-date     to fr-apprp-date
            move wk-stamp-time     to fr-apprp-time
            move "SHIPCONF"        to fr-apprp-program
            move "RMQSHIPIN"       to fr-apprp-file
            move wk-conf-lines     to fr-apprp-read
            move wk-shipped-count  to fr-apprp-applied
            move wk-except-count   to fr-apprp-rejected

            open extend rmqapplyrpt-file
            if not rmqapplyrpt-ok
                open output rmqapplyrpt-file
            end-if
            write fr-apprp-line
            close rmqapplyrpt-file.

        report-totals.
            display "shipconf: confirmations read=" wk-read-count
                    " lines=" wk-conf-lines
                    " shipped=" wk-shipped-count
                    " short=" wk-short-count
                    " exceptions=" wk-except-count.

        end-the-run.
            move return-code to wk-runh-rc
            call "RMQ0RUNH" using "END     ", "SHIPCONF", wk-runh-rc,
                        wk-conf-lines, wk-shipped-count
            end-call
            move wk-runh-rc to return-code
            stop run.

        end program shipconf.
