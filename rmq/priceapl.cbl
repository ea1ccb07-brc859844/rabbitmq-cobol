        identification division.
        program-id.    priceapl.

       *> priceapl moves list price changes keyed ahead on the
       *> PRICECHG file (function F on the ITEMMST maintenance
       *> screen) onto the ITEMMST item master once their effective
       *> date arrives, so the master's price is the one in force
       *> without waiting for the inventory extract to carry it.
       *> PLACEORD already prices at a due change from its first
       *> order of the day; this run makes it the master's price of
       *> record.  Each change applied is journaled to ITEMADJ
       *> through ITEM0ADJ as a price change by PRICEAPL and marked
       *> applied, and ITEMLOAD then holds it in force over an
       *> extract still carrying the old price.  Where an item has
       *> more than one change due they go on in date order; the one
       *> applied before a later one is marked confirmed
       *> (superseded), so an item never has more than one change
       *> applied and waiting on the extract.  A change for an item
       *> no longer on the master is reported and left pending.

        environment division.
        input-output section.
        file-control.
            select pricechg-file assign to "PRICECHG"
                organization indexed
                access mode dynamic
                record key pc-prchg-key
                file status is pricechg-status.
            select itemmst-file assign to "ITEMMST"
                organization indexed
                access mode random
                record key im-item-code
                file status is itemmst-status.

        data division.
        file section.
        fd  pricechg-file.
            copy rmqprchg replacing ==:pfx:== by ==pc==.
        fd  itemmst-file.
            copy rmqitem replacing ==:pfx:== by ==im==.

        working-storage section.

        01  pricechg-status       pic xx.
            88 pricechg-ok        value "00".
            88 pricechg-eof       value "10".

        01  itemmst-status        pic xx.
            88 itemmst-ok         value "00".

            copy rmqretc.

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
        01  wk-run-date           pic x(10).
        01  wk-run-time           pic x(8).

       *> the change currently applied for the item being walked --
       *> already applied on an earlier run or just now
        01  wk-cur-item           pic x(10) value spaces.
        01  wk-held-key           pic x(20) value spaces.

       *> changes superseded during the walk, confirmed once it ends
       *> so the walk's position on PRICECHG is never disturbed
        01  supersede-table.
            05 supersede-count    binary-long value 0.
            05 supersede-key      pic x(20) occurs 500 times.
        01  wk-sup-idx            binary-long.

       *> ITEM0ADJ's parameters
        01  wk-adj-user           pic x(8) value "PRICEAPL".
        01  wk-adj-function       pic x(1) value "P".
        01  wk-adj-reason         pic x(4) value spaces.
        01  wk-adj-whse           pic x(4) value spaces.
            copy rmqitem replacing ==:pfx:== by ==bf==.
            copy rmqitem replacing ==:pfx:== by ==af==.

        01  wk-read-count         binary-long value 0.
        01  wk-applied-count      binary-long value 0.
        01  wk-superseded-count   binary-long value 0.
        01  wk-skipped-count      binary-long value 0.


        procedure division.

        main-line.
            perform get-run-timestamp
            perform apply-the-changes
            perform confirm-the-superseded
            perform report-totals
            stop run.

        get-run-timestamp.
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
            move spaces to wk-run-time
            string wk-now-hh delimited by size
                   ":" delimited by size
                   wk-now-mi delimited by size
                   ":" delimited by size
                   wk-now-ss delimited by size
                   into wk-run-time
            end-string.

        apply-the-changes.
            open i-o pricechg-file

            if not pricechg-ok
                display "priceapl: no price change file -- nothing "
                        "to apply"
                stop run
            end-if

            open i-o itemmst-file

            if not itemmst-ok
                move rmq-rc-file-error to return-code
                display "priceapl: unable to open item master, "
                        "status " itemmst-status
                stop run
            end-if

            perform walk-next-change
                with test after
                until pricechg-eof

            close itemmst-file.

        walk-next-change.
            read pricechg-file next record
                at end
                    set pricechg-eof to true
                not at end
                    add 1 to wk-read-count
                    if pc-prchg-item-code not = wk-cur-item
                        move pc-prchg-item-code to wk-cur-item
                        move spaces to wk-held-key
                    end-if
                    evaluate true
                        when pc-prchg-applied
                            move pc-prchg-key to wk-held-key
                        when pc-prchg-pending
                         and pc-prchg-eff-date <= wk-run-date
                            perform apply-one-change
                    end-evaluate
            end-read.

        apply-one-change.
            move pc-prchg-item-code to im-item-code
            read itemmst-file
                invalid key
                    add 1 to wk-skipped-count
                    display "priceapl: item " pc-prchg-item-code
                            " not on the master -- change for "
                            pc-prchg-eff-date " left pending"
                not invalid key
                    move im-item-record to bf-item-record
                    move pc-prchg-new-price to im-item-price
                    move wk-run-date to im-item-updated-date
                    move wk-run-time to im-item-updated-time
                    rewrite im-item-record
                        invalid key
                            add 1 to wk-skipped-count
                            display "priceapl: item "
                                    pc-prchg-item-code
                                    " update failed, status "
                                    itemmst-status
                        not invalid key
                            perform journal-the-change
                            perform mark-the-change-applied
                    end-rewrite
            end-read.

        journal-the-change.
            move im-item-record to af-item-record
            call "ITEM0ADJ" using wk-adj-user, wk-adj-function,
                        wk-adj-reason, wk-adj-whse,
                        bf-item-record, af-item-record
            end-call.

        mark-the-change-applied.
            add 1 to wk-applied-count
            set pc-prchg-applied to true
            move wk-run-date to pc-prchg-applied-date
            rewrite pc-prchg-record

            if wk-held-key not = spaces
                if supersede-count < 500
                    add 1 to supersede-count
                    move wk-held-key to supersede-key(supersede-count)
                else
                    display "priceapl: superseded change "
                            wk-held-key " left applied"
                end-if
            end-if
            move pc-prchg-key to wk-held-key.

        confirm-the-superseded.
            perform confirm-one-superseded
                varying wk-sup-idx from 1 by 1
                until wk-sup-idx > supersede-count

            close pricechg-file.

        confirm-one-superseded.
            move supersede-key(wk-sup-idx) to pc-prchg-key
            read pricechg-file
                invalid key
                    continue
                not invalid key
                    set pc-prchg-confirmed to true
                    rewrite pc-prchg-record
                    add 1 to wk-superseded-count
            end-read.

       *> a change left pending waits for its item and is reported,
       *> not a reason to stop the window
        report-totals.
            display "priceapl: changes read=" wk-read-count
                    " applied=" wk-applied-count
                    " superseded=" wk-superseded-count
                    " skipped=" wk-skipped-count.

        end program priceapl.
