        identification division.
        program-id.    pragmnt.

       *> pragmnt is the maintenance screen for the PRICEAGR customer
       *> price agreement file, the same shape as PTNRMNT over the
       *> partner master: sales agree a contract price or a discount
       *> off list with a customer for an item over a run of dates,
       *> and PLACEORD prices that customer's orders from it.  One
       *> screen serves inquiry, add, update and end.  An agreement
       *> is keyed by account, item and the date it starts; the
       *> account must be on ACCTMST and the item on ITEMMST.  A new
       *> agreement takes its AGR id off the AGRSEQ sequence file
       *> the way PLACEORD numbers orders off ORDSEQ.  Update
       *> replaces the terms -- type, price or percent, end date --
       *> as keyed.  End closes an agreement in force as of today;
       *> one that has not started yet is withdrawn outright.  Every
       *> change stamps who made it and when.
       *>
       *> The operator signs on through RMQ0SIGN before the screen
       *> opens, and every function but X is checked against the
       *> role's grants on RMQROLES before it runs; the user id
       *> stamped on the work is the one signed on, not whatever
       *> USER says.

        environment division.
        input-output section.
        file-control.
            select priceagr-file assign to "PRICEAGR"
                organization indexed
                access mode random
                record key pa-agr-key
                file status is priceagr-status.
            select acctmst-file assign to "ACCTMST"
                organization indexed
                access mode random
                record key am-acct-number
                file status is acctmst-status.
            select itemmst-file assign to "ITEMMST"
                organization indexed
                access mode random
                record key im-item-code
                file status is itemmst-status.
            select agrseq-file assign to "AGRSEQ"
                organization line sequential
                file status is agrseq-status.

        data division.
        file section.
        fd  priceagr-file.
            copy rmqpragr replacing ==:pfx:== by ==pa==.
        fd  acctmst-file.
            copy rmqacct replacing ==:pfx:== by ==am==.
        fd  itemmst-file.
            copy rmqitem replacing ==:pfx:== by ==im==.
       *> agreement ids come off the same one-record layout as ORDSEQ
        fd  agrseq-file.
            copy rmqordsq replacing ==:pfx:== by ==fs==.

        working-storage section.

        01  priceagr-status       pic xx.
            88 priceagr-ok        value "00".

        01  acctmst-status        pic xx.
            88 acctmst-ok         value "00".

        01  itemmst-status        pic xx.
            88 itemmst-ok         value "00".

        01  agrseq-status         pic xx.
            88 agrseq-ok          value "00".

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
        01  wk-today-text         pic x(10).
        01  wk-now-text           pic x(8).

        01  wk-user               pic x(8) value spaces.
        01  wk-sec-function       pic x(50) value spaces.
        01  wk-sec-ok             pic x(1) value "N".
            88 wk-sec-allowed     value "Y".
        01  wk-agr-seq            pic 9(9) value 0.

        01  wk-done-flag          pic x(1) value "N".
            88 wk-all-done        value "Y".

        01  wk-found-flag         pic x(1) value "N".
            88 wk-record-found    value "Y".

        01  wk-check-date         pic x(10).
        01  wk-date-flag          pic x(1).
            88 wk-date-good       value "Y".

        01  scr-function          pic x(1) value space.
            88 scr-func-inquiry   value "I".
            88 scr-func-add       value "A".
            88 scr-func-update    value "U".
            88 scr-func-end       value "E".
            88 scr-func-exit      value "X".
        01  scr-acct-number       pic x(10) value spaces.
        01  scr-item-code         pic x(10) value spaces.
        01  scr-from-date         pic x(10) value spaces.
        01  scr-to-date           pic x(10) value spaces.
        01  scr-type              pic x(1) value space.
            88 scr-type-contract  value "P".
            88 scr-type-discount  value "D".
        01  scr-price             pic 9(7)v99 value zero.
        01  scr-pct               pic 9(2)v99 value zero.
        01  scr-agr-id            pic x(12) value spaces.
        01  scr-updated-by        pic x(8) value spaces.
        01  scr-updated-date      pic x(10) value spaces.
        01  scr-message           pic x(60) value spaces.

        screen section.
        01  maint-screen.
            05 blank screen.
            05 line 1 column 15 value "CUSTOMER PRICE AGREEMENTS".
            05 line 3 column 3 value "FUNCTION (I/A/U/E, X=EXIT):".
            05 line 3 column 32 pic x(1) using scr-function.
            05 line 5 column 3 value "ACCOUNT...................:".
            05 line 5 column 32 pic x(10) using scr-acct-number.
            05 line 6 column 3 value "ITEM CODE.................:".
            05 line 6 column 32 pic x(10) using scr-item-code.
            05 line 7 column 3 value "FROM DATE (YYYY-MM-DD)....:".
            05 line 7 column 32 pic x(10) using scr-from-date.
            05 line 9 column 3 value "TO DATE (BLANK=OPEN)......:".
            05 line 9 column 32 pic x(10) using scr-to-date.
            05 line 10 column 3 value "TYPE (P=PRICE, D=DISCOUNT):".
            05 line 10 column 32 pic x(1) using scr-type.
            05 line 11 column 3 value "CONTRACT UNIT PRICE.......:".
            05 line 11 column 32 pic 9(7)v99 using scr-price.
            05 line 12 column 3 value "DISCOUNT PERCENT..........:".
            05 line 12 column 32 pic 9(2)v99 using scr-pct.
            05 line 14 column 3 value "AGREEMENT ID..............:".
            05 line 14 column 32 pic x(12) from scr-agr-id.
            05 line 15 column 3 value "LAST CHANGED BY / ON......:".
            05 line 15 column 32 pic x(8) from scr-updated-by.
            05 line 15 column 42 pic x(10) from scr-updated-date.
            05 line 17 column 3 pic x(60) from scr-message.


        procedure division.

        main-line.
            perform sign-on-the-operator
            perform open-the-files
            perform process-one-function until wk-all-done
            close priceagr-file
            close acctmst-file
            close itemmst-file
            call "RMQ0SIGN" using "SIGNOFF ", "PRAGMNT ", wk-user,
                    wk-sec-function, wk-sec-ok
            end-call
            stop run.

        sign-on-the-operator.
            call "RMQ0SIGN" using "SIGNON  ", "PRAGMNT ", wk-user,
                    wk-sec-function, wk-sec-ok
            end-call

            if not wk-sec-allowed
                move rmq-rc-signon-refused to return-code
                display "pragmnt: sign-on refused"
                stop run
            end-if.

        open-the-files.
            open i-o priceagr-file
            if not priceagr-ok
                open output priceagr-file
                if priceagr-ok
                    close priceagr-file
                    open i-o priceagr-file
                end-if
            end-if

            if not priceagr-ok
                move rmq-rc-file-error to return-code
                display "pragmnt: unable to open price agreement "
                        "file, status " priceagr-status
                stop run
            end-if

            open input acctmst-file
            if not acctmst-ok
                move rmq-rc-file-error to return-code
                display "pragmnt: unable to open account master, "
                        "status " acctmst-status
                stop run
            end-if

            open input itemmst-file
            if not itemmst-ok
                move rmq-rc-file-error to return-code
                display "pragmnt: unable to open item master, "
                        "status " itemmst-status
                stop run
            end-if.

       *> leaving the screen is never refused
        authorize-the-function.
            move scr-function to wk-sec-function
            call "RMQ0SIGN" using "AUTHORIZ", "PRAGMNT ", wk-user,
                    wk-sec-function, wk-sec-ok
            end-call.

        process-one-function.
            display maint-screen
            accept maint-screen
            move spaces to scr-message

            if not scr-func-exit
                perform authorize-the-function
            end-if

            perform take-the-time

            evaluate true
                when scr-func-exit
                    set wk-all-done to true
                when not wk-sec-allowed
                    move "YOUR ROLE MAY NOT USE FUNCTION "
                            to scr-message
                    move scr-function to scr-message(32:1)
                when scr-func-inquiry
                    perform inquire-agreement
                when scr-func-add
                    perform add-agreement
                when scr-func-update
                    perform update-agreement
                when scr-func-end
                    perform end-agreement
                when other
                    move "FUNCTION MUST BE I, A, U, E OR X"
                            to scr-message
            end-evaluate.

        read-the-agreement.
            move "N" to wk-found-flag
            move scr-acct-number to pa-agr-acct-number
            move scr-item-code   to pa-agr-item-code
            move scr-from-date   to pa-agr-from-date
            read priceagr-file
                invalid key
                    continue
                not invalid key
                    set wk-record-found to true
            end-read.

        show-the-agreement.
            move pa-agr-to-date         to scr-to-date
            move pa-agr-type            to scr-type
            move pa-agr-contract-price  to scr-price
            move pa-agr-discount-pct    to scr-pct
            move pa-agr-id              to scr-agr-id
            move pa-agr-updated-by      to scr-updated-by
            move pa-agr-updated-date    to scr-updated-date.

        inquire-agreement.
            perform read-the-agreement

            if wk-record-found
                perform show-the-agreement
                move "AGREEMENT DISPLAYED" to scr-message
            else
                move "AGREEMENT NOT FOUND" to scr-message
            end-if.

        add-agreement.
            perform read-the-agreement

            if wk-record-found
                move "AGREEMENT ALREADY ON FILE" to scr-message
            else
                perform check-the-parties
                if scr-message = spaces
                    perform check-the-terms
                end-if
                if scr-message = spaces
                    perform apply-the-add
                end-if
            end-if.

        apply-the-add.
            perform take-next-agreement-number

            move spaces to pa-agr-record
            move scr-acct-number to pa-agr-acct-number
            move scr-item-code   to pa-agr-item-code
            move scr-from-date   to pa-agr-from-date
            move scr-agr-id      to pa-agr-id
            perform move-the-terms

            write pa-agr-record
                invalid key
                    move "ADD FAILED, STATUS " to scr-message
                    move priceagr-status to scr-message(20:2)
                not invalid key
                    perform show-the-agreement
                    move "AGREEMENT ADDED" to scr-message
            end-write.

        update-agreement.
            perform read-the-agreement

            if not wk-record-found
                move "AGREEMENT NOT FOUND" to scr-message
            else
                perform check-the-terms
                if scr-message = spaces
                    perform move-the-terms
                    perform rewrite-the-agreement
                    if priceagr-ok
                        move "AGREEMENT UPDATED" to scr-message
                    end-if
                end-if
            end-if.

       *> an agreement still to start never priced anything and goes
       *> altogether; one already in force stays on file, in force
       *> through today, so the orders it priced still name it
        end-agreement.
            perform read-the-agreement

            evaluate true
                when not wk-record-found
                    move "AGREEMENT NOT FOUND" to scr-message
                when pa-agr-from-date > wk-today-text
                    delete priceagr-file
                        invalid key
                            move "WITHDRAW FAILED, STATUS "
                                    to scr-message
                            move priceagr-status
                                    to scr-message(25:2)
                        not invalid key
                            move spaces to scr-agr-id
                            move "AGREEMENT WITHDRAWN" to scr-message
                    end-delete
                when pa-agr-to-date not = spaces
                 and pa-agr-to-date < wk-today-text
                    move "AGREEMENT HAS ALREADY ENDED" to scr-message
                when other
                    move wk-today-text to pa-agr-to-date
                    perform stamp-the-agreement
                    perform rewrite-the-agreement
                    if priceagr-ok
                        perform show-the-agreement
                        move "AGREEMENT ENDED TODAY" to scr-message
                    end-if
            end-evaluate.

        rewrite-the-agreement.
            rewrite pa-agr-record
                invalid key
                    move "UPDATE FAILED, STATUS " to scr-message
                    move priceagr-status to scr-message(23:2)
                not invalid key
                    perform show-the-agreement
            end-rewrite.

       *> the agreement's key names a real customer and a real item
        check-the-parties.
            move scr-acct-number to am-acct-number
            read acctmst-file
                invalid key
                    move "ACCOUNT NOT ON THE ACCOUNT MASTER"
                            to scr-message
            end-read

            if scr-message = spaces
                move scr-item-code to im-item-code
                read itemmst-file
                    invalid key
                        move "ITEM NOT ON THE ITEM MASTER"
                                to scr-message
                end-read
            end-if.

       *> leaves scr-message blank when the keyed terms can stand
        check-the-terms.
            move scr-from-date to wk-check-date
            perform check-a-date
            if not wk-date-good
                move "FROM DATE MUST BE YYYY-MM-DD" to scr-message
            end-if

            if scr-message = spaces
               and scr-to-date not = spaces
                move scr-to-date to wk-check-date
                perform check-a-date
                evaluate true
                    when not wk-date-good
                        move "TO DATE MUST BE YYYY-MM-DD OR BLANK"
                                to scr-message
                    when scr-to-date < scr-from-date
                        move "TO DATE IS BEFORE THE FROM DATE"
                                to scr-message
                end-evaluate
            end-if

            if scr-message = spaces
                evaluate true
                    when scr-type-contract
                        if scr-price = zero
                            move "CONTRACT UNIT PRICE IS REQUIRED"
                                    to scr-message
                        end-if
                    when scr-type-discount
                        if scr-pct = zero or scr-pct >= 100
                            move "DISCOUNT MUST BE OVER 0 AND UNDER 100"
                                    to scr-message
                        end-if
                    when other
                        move "TYPE MUST BE P OR D" to scr-message
                end-evaluate
            end-if.

        check-a-date.
            move "N" to wk-date-flag
            if wk-check-date(1:4) is numeric
               and wk-check-date(5:1) = "-"
               and wk-check-date(6:2) is numeric
               and wk-check-date(8:1) = "-"
               and wk-check-date(9:2) is numeric
               and wk-check-date(6:2) >= "01"
               and wk-check-date(6:2) <= "12"
               and wk-check-date(9:2) >= "01"
               and wk-check-date(9:2) <= "31"
                set wk-date-good to true
            end-if.

       *> only the figure the type uses is kept; the other is zeroed
        move-the-terms.
            move scr-to-date to pa-agr-to-date
            move scr-type    to pa-agr-type
            if scr-type-contract
                move scr-price to pa-agr-contract-price
                move zero      to pa-agr-discount-pct
            else
                move zero      to pa-agr-contract-price
                move scr-pct   to pa-agr-discount-pct
            end-if
            perform stamp-the-agreement.

        stamp-the-agreement.
            move wk-user       to pa-agr-updated-by
            move wk-today-text to pa-agr-updated-date
            move wk-now-text   to pa-agr-updated-time.

        take-next-agreement-number.
            move 0 to wk-agr-seq
            open input agrseq-file
            if agrseq-ok
                read agrseq-file
                    at end
                        continue
                    not at end
                        move fs-ordseq-last-order to wk-agr-seq
                end-read
                close agrseq-file
            end-if

            add 1 to wk-agr-seq

            move wk-agr-seq to fs-ordseq-last-order
            open output agrseq-file
            write fs-ordseq-record
            close agrseq-file

            move spaces to scr-agr-id
            string "AGR" delimited by size
                   wk-agr-seq delimited by size
                   into scr-agr-id
            end-string.

        take-the-time.
            accept wk-today from date yyyymmdd
            accept wk-now from time

            move spaces to wk-today-text
            string wk-today-yyyy delimited by size
                   "-" delimited by size
                   wk-today-mm delimited by size
                   "-" delimited by size
                   wk-today-dd delimited by size
                   into wk-today-text
            end-string
            move spaces to wk-now-text
            string wk-now-hh delimited by size
                   ":" delimited by size
                   wk-now-mi delimited by size
                   ":" delimited by size
                   wk-now-ss delimited by size
                   into wk-now-text
            end-string.

        end program pragmnt.
