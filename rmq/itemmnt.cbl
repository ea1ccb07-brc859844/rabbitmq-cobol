        identification division.
        program-id.    itemmnt.

       *> itemmnt is the online maintenance screen for the ITEMMST
       *> item master, the same shape as ACCTMNT over ACCTMST: a new
       *> product, a price change or a stock-take correction can't
       *> wait for the next inventory extract and ITEMLOAD refresh.
       *> One screen serves inquiry, add, price change, reorder
       *> level / quantity change and on-hand adjustment.  An
       *> on-hand adjustment is keyed as a signed quantity with a
       *> reason code (STKT stock-take, DAMG damaged, LOST
       *> shrinkage, FIND found, OTHR other) and may not take
       *> on-hand below zero.  For an item stocked by warehouse the
       *> adjustment is made at the ITEMLOC location keyed in the
       *> warehouse field (through ITEM0LOC) and carried into the
       *> item's total on-hand; an inquiry with a warehouse keyed
       *> shows that location's on-hand as well.
       *>
       *> A list price change known ahead of time is keyed as a
       *> future price (function F: the new unit price and the date
       *> it takes effect) onto the PRICECHG file rather than onto
       *> the master; PLACEORD prices at it from that date and
       *> PRICEAPL moves it onto ITEMMST.  Keying a second price for
       *> a date still pending replaces the first.
       *>
       *> Every change (not inquiries) is journaled to the dated
       *> ITEMADJ item adjustment journal through ITEM0ADJ with who
       *> made it, the reason and the before/after images, so
       *> INVRECON can count an adjustment as explained movement
       *> rather than report it as a variance.
       *>
       *> The operator signs on through RMQ0SIGN before the screen
       *> opens, and every function but X is checked against the
       *> role's grants on RMQROLES before it runs; the user id
       *> stamped on the work is the one signed on, not whatever
       *> USER says.

        environment division.
        input-output section.
        file-control.
            select itemmst-file assign to "ITEMMST"
                organization indexed
                access mode random
                record key im-item-code
                file status is itemmst-status.
            select pricechg-file assign to "PRICECHG"
                organization indexed
                access mode random
                record key pc-prchg-key
                file status is pricechg-status.

        data division.
        file section.
        fd  itemmst-file.
            copy rmqitem replacing ==:pfx:== by ==im==.
        fd  pricechg-file.
            copy rmqprchg replacing ==:pfx:== by ==pc==.

        working-storage section.

        01  itemmst-status        pic xx.
            88 itemmst-ok         value "00".
            88 itemmst-notfnd     value "23".

        01  pricechg-status       pic xx.
            88 pricechg-ok        value "00".
            88 pricechg-missing   value "35".

        01  wk-changes-flag       pic x(1) value "N".
            88 wk-changes-open    value "Y".
        01  wk-today-text         pic x(10).

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

        01  wk-user               pic x(8) value spaces.
        01  wk-sec-function       pic x(50) value spaces.
        01  wk-sec-ok             pic x(1) value "N".
            88 wk-sec-allowed     value "Y".

        01  wk-done-flag          pic x(1) value "N".
            88 wk-all-done        value "Y".

        01  wk-found-flag         pic x(1) value "N".
            88 wk-record-found    value "Y".

        01  scr-function          pic x(1) value space.
            88 scr-func-inquiry   value "I".
            88 scr-func-add       value "A".
            88 scr-func-price     value "P".
            88 scr-func-reorder   value "R".
            88 scr-func-adjust    value "J".
            88 scr-func-future    value "F".
            88 scr-func-exit      value "X".
        01  scr-item-code         pic x(10) value spaces.
        01  scr-item-desc         pic x(30) value spaces.
        01  scr-onhand            pic 9(7) value zero.
        01  scr-price             pic 9(7)v99 value zero.
        01  scr-eff-date          pic x(10) value spaces.
        01  scr-reorder-level     pic 9(7) value zero.
        01  scr-reorder-qty       pic 9(7) value zero.
        01  scr-adjust-qty        pic s9(7) value zero.
        01  scr-whse              pic x(4) value spaces.
        01  scr-loc-onhand        pic 9(7) value zero.
        01  scr-reason            pic x(4) value spaces.
            88 scr-reason-valid   value "STKT", "DAMG", "LOST",
                                        "FIND", "OTHR".
        01  scr-message           pic x(60) value spaces.

        01  wk-no-reason          pic x(4) value spaces.
        01  wk-new-onhand         pic s9(8).
        01  wk-journal-whse       pic x(4) value spaces.

       *> the before and after images handed to the journal; for a
       *> location adjustment their on-hand is the location's
            copy rmqitem replacing ==:pfx:== by ==bf==.
            copy rmqitem replacing ==:pfx:== by ==af==.

       *> ITEM0LOC's parameters
        01  wk-loc-function       pic x(8).
        01  wk-loc-whse           pic x(4).
        01  wk-loc-qty            pic 9(7).
        01  wk-loc-onhand         pic 9(7).
        01  wk-loc-result         pic x(8).
        01  wk-loc-before         pic 9(7).
        01  wk-new-loc-onhand     pic s9(8).

        screen section.
        01  maint-screen.
            05 blank screen.
            05 line 1 column 15 value "ITEM MASTER MAINTENANCE".
            05 line 3 column 3 value "FUNCTION (I/A/P/R/J/F,X=EXIT):".
            05 line 3 column 34 pic x(1) using scr-function.
            05 line 5 column 3 value "ITEM CODE...................:".
            05 line 5 column 34 pic x(10) using scr-item-code.
            05 line 7 column 3 value "DESCRIPTION.................:".
            05 line 7 column 34 pic x(30) using scr-item-desc.
            05 line 9 column 3 value "ON HAND.....................:".
            05 line 9 column 34 pic 9(7) using scr-onhand.
            05 line 11 column 3 value "UNIT PRICE..................:".
            05 line 11 column 34 pic 9(7)v99 using scr-price.
            05 line 11 column 45 value "EFFECTIVE (F):".
            05 line 11 column 60 pic x(10) using scr-eff-date.
            05 line 13 column 3 value "REORDER LEVEL...............:".
            05 line 13 column 34 pic 9(7) using scr-reorder-level.
            05 line 15 column 3 value "REORDER QUANTITY............:".
            05 line 15 column 34 pic 9(7) using scr-reorder-qty.
            05 line 17 column 3 value "WAREHOUSE (BLANK=ITEM LEVEL):".
            05 line 17 column 34 pic x(4) using scr-whse.
            05 line 17 column 42 value "LOCATION ON HAND:".
            05 line 17 column 60 pic 9(7) from scr-loc-onhand.
            05 line 19 column 3 value "ADJUST ON HAND BY (+/-).....:".
            05 line 19 column 34 pic s9(7) using scr-adjust-qty.
            05 line 21 column 3 value "REASON (STKT/DAMG/LOST/FIND/".
            05 line 22 column 3 value "        OTHR)...............:".
            05 line 22 column 34 pic x(4) using scr-reason.
            05 line 24 column 3 pic x(60) from scr-message.


        procedure division.

        main-line.
            perform sign-on-the-operator
            perform open-the-master
            perform process-one-function until wk-all-done
            close itemmst-file
            if wk-changes-open
                close pricechg-file
            end-if
            call "RMQ0SIGN" using "SIGNOFF ", "ITEMMNT ", wk-user,
                    wk-sec-function, wk-sec-ok
            end-call
            stop run.

        sign-on-the-operator.
            call "RMQ0SIGN" using "SIGNON  ", "ITEMMNT ", wk-user,
                    wk-sec-function, wk-sec-ok
            end-call

            if not wk-sec-allowed
                move rmq-rc-signon-refused to return-code
                display "itemmnt: sign-on refused"
                stop run
            end-if.

        open-the-master.
            open i-o itemmst-file

            if not itemmst-ok
                move rmq-rc-file-error to return-code
                display "itemmnt: unable to open item master, "
                        "status " itemmst-status
                stop run
            end-if.

       *> leaving the screen is never refused
        authorize-the-function.
            move scr-function to wk-sec-function
            call "RMQ0SIGN" using "AUTHORIZ", "ITEMMNT ", wk-user,
                    wk-sec-function, wk-sec-ok
            end-call.

        process-one-function.
            display maint-screen
            accept maint-screen
            move spaces to scr-message

            if not scr-func-exit
                perform authorize-the-function
            end-if

            evaluate true
                when scr-func-exit
                    set wk-all-done to true
                when not wk-sec-allowed
                    move "YOUR ROLE MAY NOT USE FUNCTION "
                            to scr-message
                    move scr-function to scr-message(32:1)
                when scr-func-inquiry
                    perform inquire-item
                when scr-func-add
                    perform add-item
                when scr-func-price
                    perform change-price
                when scr-func-reorder
                    perform change-reorder
                when scr-func-adjust
                    perform adjust-onhand
                when scr-func-future
                    perform schedule-price
                when other
                    move "FUNCTION MUST BE I, A, P, R, J, F OR X"
                            to scr-message
            end-evaluate.

        read-the-item.
            move "N" to wk-found-flag
            move scr-item-code to im-item-code
            read itemmst-file
                invalid key
                    continue
                not invalid key
                    set wk-record-found to true
                    move im-item-record to bf-item-record
            end-read.

        show-the-item.
            move im-item-desc          to scr-item-desc
            move im-item-onhand        to scr-onhand
            move im-item-price         to scr-price
            move im-item-reorder-level to scr-reorder-level
            move im-item-reorder-qty   to scr-reorder-qty
            move zero                  to scr-adjust-qty
            move spaces                to scr-reason
            move zero                  to scr-loc-onhand
            if scr-whse not = spaces
                move "ONHAND" to wk-loc-function
                move scr-whse to wk-loc-whse
                perform call-the-locations
                if wk-loc-result = "OK"
                    move wk-loc-onhand to scr-loc-onhand
                end-if
            end-if.

        inquire-item.
            perform read-the-item

            if wk-record-found
                perform show-the-item
                move "ITEM DISPLAYED" to scr-message
            else
                move "ITEM NOT FOUND" to scr-message
            end-if.

       *> a screen-added item starts from nothing: the journal's
       *> before image is all zeros, so the on-hand keyed here is
       *> itself the explained movement INVRECON sees.  The opening
       *> (loaded) figure stays zero until ITEMLOAD next refreshes
       *> the item from the extract.
        add-item.
            perform read-the-item

            if wk-record-found
                move "ITEM ALREADY ON THE MASTER" to scr-message
            else
                if scr-item-code = spaces
                    move "ITEM CODE IS REQUIRED" to scr-message
                else
                    perform apply-the-add
                end-if
            end-if.

        apply-the-add.
            move spaces to bf-item-record
            move scr-item-code to bf-item-code
            move zero to bf-item-onhand
                         bf-item-loaded-onhand
                         bf-item-reorder-level
                         bf-item-reorder-qty
                         bf-item-price

            move spaces to im-item-record
            perform stamp-the-record
            move scr-item-code     to im-item-code
            move scr-item-desc     to im-item-desc
            move scr-onhand        to im-item-onhand
            move zero              to im-item-loaded-onhand
            move scr-reorder-level to im-item-reorder-level
            move scr-reorder-qty   to im-item-reorder-qty
            move scr-price         to im-item-price

            write im-item-record
                invalid key
                    move "ADD FAILED, STATUS " to scr-message
                    move itemmst-status to scr-message(20:2)
                not invalid key
                    perform journal-the-change
                    move "ITEM ADDED" to scr-message
            end-write.

        change-price.
            perform read-the-item

            if not wk-record-found
                move "ITEM NOT FOUND" to scr-message
            else
                perform stamp-the-record
                move scr-price to im-item-price
                perform rewrite-the-item
                if itemmst-ok
                    move "PRICE CHANGED" to scr-message
                end-if
            end-if.

       *> a future price must be dated after today -- a change for
       *> today is an ordinary price change (function P)
        schedule-price.
            perform read-the-item

            if not wk-record-found
                move "ITEM NOT FOUND" to scr-message
            else
                perform stamp-the-record
                move im-item-updated-date to wk-today-text
                evaluate true
                    when scr-price = zero
                        move "NEW UNIT PRICE IS REQUIRED" to scr-message
                    when scr-eff-date(1:4) not numeric
                      or scr-eff-date(5:1) not = "-"
                      or scr-eff-date(6:2) not numeric
                      or scr-eff-date(8:1) not = "-"
                      or scr-eff-date(9:2) not numeric
                      or scr-eff-date not > wk-today-text
                        move "EFFECTIVE DATE MUST BE AFTER TODAY, "
                             & "YYYY-MM-DD" to scr-message
                    when other
                        perform open-the-price-changes
                        if wk-changes-open
                            perform file-the-price-change
                        else
                            move "PRICE FILE UNAVAILABLE, STATUS "
                                    to scr-message
                            move pricechg-status to scr-message(32:2)
                        end-if
                end-evaluate
            end-if.

        file-the-price-change.
            move scr-item-code to pc-prchg-item-code
            move scr-eff-date  to pc-prchg-eff-date
            read pricechg-file
                invalid key
                    perform build-the-price-change
                    write pc-prchg-record
                        invalid key
                            move "SCHEDULE FAILED, STATUS "
                                    to scr-message
                            move pricechg-status to scr-message(25:2)
                        not invalid key
                            perform journal-the-price-change
                            move "PRICE CHANGE SCHEDULED" to scr-message
                    end-write
                not invalid key
                    if pc-prchg-pending
                        perform build-the-price-change
                        rewrite pc-prchg-record
                            invalid key
                                move "SCHEDULE FAILED, STATUS "
                                        to scr-message
                                move pricechg-status
                                        to scr-message(25:2)
                            not invalid key
                                perform journal-the-price-change
                                move "SCHEDULED PRICE CHANGE REPLACED"
                                        to scr-message
                        end-rewrite
                    else
                        move "PRICE FOR THAT DATE ALREADY APPLIED"
                                to scr-message
                    end-if
            end-read.

        build-the-price-change.
            move scr-item-code to pc-prchg-item-code
            move scr-eff-date  to pc-prchg-eff-date
            move scr-price     to pc-prchg-new-price
            set pc-prchg-pending to true
            move wk-user       to pc-prchg-entered-by
            move wk-today-text to pc-prchg-entered-date
            move spaces        to pc-prchg-applied-date.

       *> the master is untouched today: the journal shows the price
       *> as it stands and the one scheduled
        journal-the-price-change.
            move bf-item-record to af-item-record
            move scr-price to af-item-price
            move spaces to wk-journal-whse
            call "ITEM0ADJ" using wk-user, scr-function,
                        wk-no-reason, wk-journal-whse,
                        bf-item-record, af-item-record
            end-call.

       *> PRICECHG is opened on first use and created the first time
       *> a future price is keyed
        open-the-price-changes.
            if not wk-changes-open
                open i-o pricechg-file
                if pricechg-missing
                    open output pricechg-file
                    close pricechg-file
                    open i-o pricechg-file
                end-if
                if pricechg-ok
                    set wk-changes-open to true
                end-if
            end-if.

        change-reorder.
            perform read-the-item

            if not wk-record-found
                move "ITEM NOT FOUND" to scr-message
            else
                perform stamp-the-record
                move scr-reorder-level to im-item-reorder-level
                move scr-reorder-qty   to im-item-reorder-qty
                perform rewrite-the-item
                if itemmst-ok
                    move "REORDER LEVEL / QUANTITY CHANGED"
                            to scr-message
                end-if
            end-if.

        adjust-onhand.
            if not scr-reason-valid
                move "REASON MUST BE STKT, DAMG, LOST, FIND OR OTHR"
                        to scr-message
            else
                if scr-adjust-qty = zero
                    move "ADJUSTMENT QUANTITY IS REQUIRED"
                            to scr-message
                else
                    perform apply-the-adjustment
                end-if
            end-if.

        apply-the-adjustment.
            perform read-the-item

            if not wk-record-found
                move "ITEM NOT FOUND" to scr-message
            else
                perform check-the-location
                if scr-message = spaces
                    compute wk-new-onhand =
                        im-item-onhand + scr-adjust-qty
                    if wk-new-onhand < zero
                       or wk-new-loc-onhand < zero
                        move "ADJUSTMENT WOULD TAKE ON HAND BELOW ZERO"
                                to scr-message
                    else
                        perform stamp-the-record
                        move wk-new-onhand to im-item-onhand
                        perform rewrite-the-item
                        if itemmst-ok
                            perform adjust-the-location
                            perform show-the-item
                            move "ON HAND ADJUSTED" to scr-message
                        end-if
                    end-if
                end-if
            end-if.

       *> an item with locations is adjusted at one of them and the
       *> warehouse must name it; an item without may not be given
       *> one.  Leaves scr-message blank when the adjustment can go.
        check-the-location.
            move zero to wk-new-loc-onhand
            move "FIRST" to wk-loc-function
            perform call-the-locations

            evaluate true
                when wk-loc-result not = "OK"
                    if scr-whse not = spaces
                        move "ITEM IS NOT STOCKED BY WAREHOUSE"
                                to scr-message
                    end-if
                when scr-whse = spaces
                    move "ITEM IS STOCKED BY WAREHOUSE -- KEY ONE"
                            to scr-message
                when other
                    move "ONHAND" to wk-loc-function
                    move scr-whse to wk-loc-whse
                    perform call-the-locations
                    if wk-loc-result = "OK"
                        move wk-loc-onhand to wk-loc-before
                        compute wk-new-loc-onhand =
                            wk-loc-onhand + scr-adjust-qty
                    else
                        move "ITEM NOT STOCKED AT THAT WAREHOUSE"
                                to scr-message
                    end-if
            end-evaluate.

        adjust-the-location.
            if scr-whse not = spaces
                move scr-whse to wk-loc-whse
                if scr-adjust-qty < zero
                    move "DRAW" to wk-loc-function
                    compute wk-loc-qty = zero - scr-adjust-qty
                else
                    move "RESTOCK" to wk-loc-function
                    move scr-adjust-qty to wk-loc-qty
                end-if
                perform call-the-locations
            end-if.

        call-the-locations.
            call "ITEM0LOC" using wk-loc-function,
                        scr-item-code, wk-loc-whse,
                        wk-loc-qty, wk-loc-onhand, wk-loc-result
            end-call.

        rewrite-the-item.
            rewrite im-item-record
                invalid key
                    move "UPDATE FAILED, STATUS " to scr-message
                    move itemmst-status to scr-message(23:2)
                not invalid key
                    perform journal-the-change
            end-rewrite.

        stamp-the-record.
            accept wk-today from date yyyymmdd
            accept wk-now from time

            move spaces to im-item-updated-date
            string wk-today-yyyy delimited by size
                   "-" delimited by size
                   wk-today-mm delimited by size
                   "-" delimited by size
                   wk-today-dd delimited by size
                   into im-item-updated-date
            end-string
            move spaces to im-item-updated-time
            string wk-now-hh delimited by size
                   ":" delimited by size
                   wk-now-mi delimited by size
                   ":" delimited by size
                   wk-now-ss delimited by size
                   into im-item-updated-time
            end-string.

       *> the reason and warehouse only mean something on an on-hand
       *> adjustment; every other function journals them blank.  A
       *> location adjustment journals the location's on-hand, so
       *> INVRECON proves it against that location.
        journal-the-change.
            move im-item-record to af-item-record
            if scr-func-adjust
                move scr-whse to wk-journal-whse
                if scr-whse not = spaces
                    move wk-loc-before to bf-item-onhand
                    move wk-new-loc-onhand to af-item-onhand
                end-if
                call "ITEM0ADJ" using wk-user, scr-function,
                            scr-reason, wk-journal-whse,
                            bf-item-record, af-item-record
                end-call
            else
                move spaces to wk-journal-whse
                call "ITEM0ADJ" using wk-user, scr-function,
                            wk-no-reason, wk-journal-whse,
                            bf-item-record, af-item-record
                end-call
            end-if.

        end program itemmnt.
