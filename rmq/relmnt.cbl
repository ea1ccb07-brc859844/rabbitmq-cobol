        identification division.
        program-id.    relmnt.

       *> relmnt is the maintenance screen for customer relationships
       *> -- the CUSTMST customer master (rmqcust.cpy) and the CUSTREL
       *> file (rmqcurel.cpy) that ties ACCTMST accounts to a
       *> customer as owner, joint holder or subsidiary.  The account
       *> master is rebuilt nightly from the ledger and knows nothing
       *> of who holds what; these two files carry that across the
       *> reloads, so nothing here writes ACCTMST.  The same shape
       *> as ACCTMNT: inquiry, add, update and close on the customer,
       *> plus link and delink for its accounts, every change
       *> journaled with its before and after images on the CUSTAUD
       *> audit file (rmqcsaud.cpy) under the operator signed on.
       *> Inquiry lists the customer's first eight accounts; GETREL
       *> answers the whole position.
       *>
       *> The operator signs on through RMQ0SIGN before the screen
       *> opens, and every function but X is checked against the
       *> role's grants on RMQROLES before it runs; the user id
       *> stamped on the work is the one signed on, not whatever
       *> USER says.

        environment division.
        input-output section.
        file-control.
            select custmst-file assign to "CUSTMST"
                organization indexed
                access mode random
                record key cm-cust-id
                file status is custmst-status.
            select custrel-file assign to "CUSTREL"
                organization indexed
                access mode dynamic
                record key cr-rel-key
                alternate record key cr-rel-acct-number
                    with duplicates
                file status is custrel-status.
            select acctmst-file assign to "ACCTMST"
                organization indexed
                access mode random
                record key am-acct-number
                file status is acctmst-status.
            select custaud-file assign to "CUSTAUD"
                organization line sequential
                file status is custaud-status.

        data division.
        file section.
        fd  custmst-file.
            copy rmqcust replacing ==:pfx:== by ==cm==.
        fd  custrel-file.
            copy rmqcurel replacing ==:pfx:== by ==cr==.
        fd  acctmst-file.
            copy rmqacct replacing ==:pfx:== by ==am==.
        fd  custaud-file.
            copy rmqcsaud replacing ==:pfx:== by ==ca==.

        working-storage section.

        01  custmst-status        pic xx.
            88 custmst-ok         value "00".

        01  custrel-status        pic xx.
            88 custrel-ok         value "00".

        01  acctmst-status        pic xx.
            88 acctmst-ok         value "00".

        01  custaud-status        pic xx.
            88 custaud-ok         value "00", "05".

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

        01  wk-done-flag          pic x(1) value "N".
            88 wk-all-done        value "Y".

        01  wk-found-flag         pic x(1) value "N".
            88 wk-record-found    value "Y".
        01  wk-link-found-flag    pic x(1) value "N".
            88 wk-link-found      value "Y".
        01  wk-acct-open-flag     pic x(1) value "N".
            88 wk-accounts-open   value "Y".
        01  wk-scan-flag          pic x(1).
            88 wk-scan-done       value "Y".

        01  scr-function          pic x(1) value space.
            88 scr-func-inquiry   value "I".
            88 scr-func-add       value "A".
            88 scr-func-update    value "U".
            88 scr-func-close     value "C".
            88 scr-func-link      value "L".
            88 scr-func-delink    value "D".
            88 scr-func-exit      value "X".
        01  scr-cust-id           pic x(10) value spaces.
        01  scr-cust-name         pic x(30) value spaces.
        01  scr-pooled            pic x(1) value space.
        01  scr-status            pic x(1) value space.
        01  scr-acct-number       pic x(10) value spaces.
        01  scr-rel-type          pic x(1) value space.
        01  scr-message           pic x(60) value spaces.

       *> the accounts inquiry shows -- one display line each
        01  scr-list-table.
            05 scr-list-line      pic x(60) occurs 8 times.
        01  wk-list-count         binary-long.
        01  wk-list-idx           binary-long.
        01  wk-list-balance       pic -(9)9.99.

       *> the journal's before images
        01  wk-before-type        pic x(1).
        01  wk-before-name        pic x(30).
        01  wk-before-pooled      pic x(1).

        screen section.
        01  maint-screen.
            05 blank screen.
            05 line 1 column 15 value
                "CUSTOMER RELATIONSHIP MAINTENANCE".
            05 line 3 column 3 value
                "FUNCTION (I/A/U/C/L/D, X=EXIT):".
            05 line 3 column 36 pic x(1) using scr-function.
            05 line 5 column 3 value "CUSTOMER ID...............:".
            05 line 5 column 32 pic x(10) using scr-cust-id.
            05 line 6 column 3 value "CUSTOMER NAME.............:".
            05 line 6 column 32 pic x(30) using scr-cust-name.
            05 line 7 column 3 value "POOLED CREDIT (Y/N).......:".
            05 line 7 column 32 pic x(1) using scr-pooled.
            05 line 8 column 3 value "STATUS (A=ACTIVE, C=CLOSED):".
            05 line 8 column 32 pic x(1) from scr-status.
            05 line 10 column 3 value "ACCOUNT NUMBER............:".
            05 line 10 column 32 pic x(10) using scr-acct-number.
            05 line 11 column 3 value "RELATIONSHIP (O/J/S)......:".
            05 line 11 column 32 pic x(1) using scr-rel-type.
            05 line 13 column 3 pic x(60) from scr-list-line(1).
            05 line 14 column 3 pic x(60) from scr-list-line(2).
            05 line 15 column 3 pic x(60) from scr-list-line(3).
            05 line 16 column 3 pic x(60) from scr-list-line(4).
            05 line 17 column 3 pic x(60) from scr-list-line(5).
            05 line 18 column 3 pic x(60) from scr-list-line(6).
            05 line 19 column 3 pic x(60) from scr-list-line(7).
            05 line 20 column 3 pic x(60) from scr-list-line(8).
            05 line 22 column 3 pic x(60) from scr-message.


        procedure division.

        main-line.
            perform sign-on-the-operator
            perform open-the-files
            perform process-one-function until wk-all-done
            close custmst-file
            close custrel-file
            if wk-accounts-open
                close acctmst-file
            end-if
            call "RMQ0SIGN" using "SIGNOFF ", "RELMNT  ", wk-user,
                    wk-sec-function, wk-sec-ok
            end-call
            stop run.

        sign-on-the-operator.
            call "RMQ0SIGN" using "SIGNON  ", "RELMNT  ", wk-user,
                    wk-sec-function, wk-sec-ok
            end-call

            if not wk-sec-allowed
                move rmq-rc-signon-refused to return-code
                display "relmnt: sign-on refused"
                stop run
            end-if.

       *> both customer files are created on first use; the account
       *> master is only read, and a link is refused while it can't be
        open-the-files.
            open i-o custmst-file
            if not custmst-ok
                open output custmst-file
                if custmst-ok
                    close custmst-file
                    open i-o custmst-file
                end-if
            end-if

            if not custmst-ok
                move rmq-rc-file-error to return-code
                display "relmnt: unable to open customer master, "
                        "status " custmst-status
                stop run
            end-if

            open i-o custrel-file
            if not custrel-ok
                open output custrel-file
                if custrel-ok
                    close custrel-file
                    open i-o custrel-file
                end-if
            end-if

            if not custrel-ok
                move rmq-rc-file-error to return-code
                display "relmnt: unable to open relationship file, "
                        "status " custrel-status
                stop run
            end-if

            open input acctmst-file
            if acctmst-ok
                set wk-accounts-open to true
            end-if.

       *> leaving the screen is never refused
        authorize-the-function.
            move scr-function to wk-sec-function
            call "RMQ0SIGN" using "AUTHORIZ", "RELMNT  ", wk-user,
                    wk-sec-function, wk-sec-ok
            end-call.

        process-one-function.
            display maint-screen
            accept maint-screen
            move spaces to scr-message

            if not scr-func-exit
                perform authorize-the-function
            end-if
            move spaces to scr-list-table

            evaluate true
                when scr-func-exit
                    set wk-all-done to true
                when not wk-sec-allowed
                    move "YOUR ROLE MAY NOT USE FUNCTION "
                            to scr-message
                    move scr-function to scr-message(32:1)
                when scr-func-inquiry
                    perform inquire-customer
                when scr-func-add
                    perform add-customer
                when scr-func-update
                    perform update-customer
                when scr-func-close
                    perform close-customer
                when scr-func-link
                    perform link-account
                when scr-func-delink
                    perform delink-account
                when other
                    move "FUNCTION MUST BE I, A, U, C, L, D OR X"
                            to scr-message
            end-evaluate.

        read-the-customer.
            move "N" to wk-found-flag
            move scr-cust-id to cm-cust-id
            read custmst-file
                invalid key
                    continue
                not invalid key
                    set wk-record-found to true
            end-read.

        show-the-customer.
            move cm-cust-name         to scr-cust-name
            move cm-cust-pooled-credit to scr-pooled
            move cm-cust-status       to scr-status.

        inquire-customer.
            perform read-the-customer

            if wk-record-found
                perform show-the-customer
                perform list-the-accounts
                if wk-list-count = 0
                    move "CUSTOMER DISPLAYED -- NO ACCOUNTS LINKED"
                            to scr-message
                else
                    move "CUSTOMER DISPLAYED" to scr-message
                end-if
            else
                move "CUSTOMER NOT FOUND" to scr-message
            end-if.

        add-customer.
            perform read-the-customer

            evaluate true
                when scr-cust-id = spaces
                    move "CUSTOMER ID IS REQUIRED" to scr-message
                when wk-record-found
                    move "CUSTOMER ALREADY ON THE MASTER"
                            to scr-message
                when other
                    move spaces to cm-cust-record
                    move scr-cust-id   to cm-cust-id
                    move scr-cust-name to cm-cust-name
                    if scr-pooled = "Y"
                        move "Y" to cm-cust-pooled-credit
                    else
                        move "N" to cm-cust-pooled-credit
                    end-if
                    set cm-cust-active to true
                    perform stamp-the-customer
                    move spaces to wk-before-name
                    move spaces to wk-before-pooled

                    write cm-cust-record
                        invalid key
                            move "ADD FAILED, STATUS " to scr-message
                            move custmst-status to scr-message(20:2)
                        not invalid key
                            perform show-the-customer
                            perform journal-the-customer
                            move "CUSTOMER ADDED" to scr-message
                    end-write
            end-evaluate.

       *> a blank field on the screen leaves the master's value
       *> alone, the way ACCTMNT treats a blank name
        update-customer.
            perform read-the-customer

            if not wk-record-found
                move "CUSTOMER NOT FOUND" to scr-message
            else
                move cm-cust-name          to wk-before-name
                move cm-cust-pooled-credit to wk-before-pooled
                if scr-cust-name not = spaces
                    move scr-cust-name to cm-cust-name
                end-if
                if scr-pooled = "Y" or scr-pooled = "N"
                    move scr-pooled to cm-cust-pooled-credit
                end-if
                perform stamp-the-customer

                rewrite cm-cust-record
                    invalid key
                        move "UPDATE FAILED, STATUS " to scr-message
                        move custmst-status to scr-message(23:2)
                    not invalid key
                        perform show-the-customer
                        perform journal-the-customer
                        move "CUSTOMER UPDATED" to scr-message
                end-rewrite
            end-if.

       *> a closed customer keeps its row and its links for the
       *> trail; it just stops pooling credit for PLACEORD
        close-customer.
            perform read-the-customer

            evaluate true
                when not wk-record-found
                    move "CUSTOMER NOT FOUND" to scr-message
                when cm-cust-closed
                    move "CUSTOMER IS ALREADY CLOSED" to scr-message
                when other
                    move cm-cust-name          to wk-before-name
                    move cm-cust-pooled-credit to wk-before-pooled
                    set cm-cust-closed to true
                    move "N" to cm-cust-pooled-credit
                    perform stamp-the-customer

                    rewrite cm-cust-record
                        invalid key
                            move "CLOSE FAILED, STATUS "
                                    to scr-message
                            move custmst-status to scr-message(22:2)
                        not invalid key
                            perform show-the-customer
                            perform journal-the-customer
                            move "CUSTOMER CLOSED" to scr-message
                    end-rewrite
            end-evaluate.

        stamp-the-customer.
            perform take-the-date
            move wk-user       to cm-cust-updated-by
            move wk-today-text to cm-cust-updated-date.

       *> linking an account already under the customer changes its
       *> relationship type instead
        link-account.
            perform read-the-customer
            move scr-rel-type to cr-rel-type

            evaluate true
                when not wk-record-found
                    move "CUSTOMER NOT FOUND" to scr-message
                when cm-cust-closed
                    move "CUSTOMER IS CLOSED" to scr-message
                when not cr-rel-type-valid
                    move "RELATIONSHIP MUST BE O, J OR S"
                            to scr-message
                when not wk-accounts-open
                    move "ACCOUNT MASTER UNAVAILABLE -- TRY LATER"
                            to scr-message
                when other
                    move scr-acct-number to am-acct-number
                    read acctmst-file
                        invalid key
                            move "ACCOUNT NOT FOUND" to scr-message
                        not invalid key
                            perform write-the-link
                    end-read
            end-evaluate
            perform show-the-customer
            perform list-the-accounts.

        write-the-link.
            perform read-the-link
            perform take-the-date
            if wk-link-found
                move cr-rel-type to wk-before-type
            else
                move spaces to wk-before-type
                move scr-cust-id     to cr-rel-cust-id
                move scr-acct-number to cr-rel-acct-number
            end-if
            move scr-rel-type  to cr-rel-type
            move wk-user       to cr-rel-linked-by
            move wk-today-text to cr-rel-linked-date

            if wk-link-found
                rewrite cr-rel-record
                    invalid key
                        move "LINK FAILED, STATUS " to scr-message
                        move custrel-status to scr-message(21:2)
                    not invalid key
                        perform journal-the-link
                        move "RELATIONSHIP CHANGED" to scr-message
                end-rewrite
            else
                write cr-rel-record
                    invalid key
                        move "LINK FAILED, STATUS " to scr-message
                        move custrel-status to scr-message(21:2)
                    not invalid key
                        perform journal-the-link
                        move "ACCOUNT LINKED" to scr-message
                end-write
            end-if.

        delink-account.
            perform read-the-customer

            if not wk-record-found
                move "CUSTOMER NOT FOUND" to scr-message
            else
                perform read-the-link
                if not wk-link-found
                    move "ACCOUNT NOT LINKED TO THIS CUSTOMER"
                            to scr-message
                else
                    move cr-rel-type to wk-before-type
                    delete custrel-file record
                        invalid key
                            move "DELINK FAILED, STATUS "
                                    to scr-message
                            move custrel-status to scr-message(23:2)
                        not invalid key
                            perform take-the-date
                            move space to cr-rel-type
                            perform journal-the-link
                            move "ACCOUNT DELINKED" to scr-message
                    end-delete
                end-if
                perform show-the-customer
                perform list-the-accounts
            end-if.

        read-the-link.
            move "N" to wk-link-found-flag
            move scr-cust-id     to cr-rel-cust-id
            move scr-acct-number to cr-rel-acct-number
            read custrel-file
                key is cr-rel-key
                invalid key
                    continue
                not invalid key
                    set wk-link-found to true
            end-read.

       *> the customer's accounts in key order, as many as the
       *> screen has lines for
        list-the-accounts.
            move spaces to scr-list-table
            move 0 to wk-list-count
            move "N" to wk-scan-flag
            move scr-cust-id to cr-rel-cust-id
            move low-values to cr-rel-acct-number
            start custrel-file key >= cr-rel-key
                invalid key
                    set wk-scan-done to true
            end-start
            perform list-next-account
                until wk-scan-done.

        list-next-account.
            read custrel-file next
                at end
                    set wk-scan-done to true
                not at end
                    if cr-rel-cust-id not = scr-cust-id
                        set wk-scan-done to true
                    else
                        add 1 to wk-list-count
                        if wk-list-count > 8
                            set wk-scan-done to true
                        else
                            perform format-one-account
                        end-if
                    end-if
            end-read.

        format-one-account.
            move wk-list-count to wk-list-idx
            move spaces to am-acct-name
            move spaces to am-acct-currency
            move zero to am-acct-balance
            move space to am-acct-status
            if wk-accounts-open
                move cr-rel-acct-number to am-acct-number
                read acctmst-file
                    invalid key
                        move "NOT ON MASTER" to am-acct-name
                end-read
            end-if
            move am-acct-balance to wk-list-balance
            string cr-rel-acct-number delimited by size
                   " " delimited by size
                   cr-rel-type delimited by size
                   " " delimited by size
                   am-acct-name(1:20) delimited by size
                   " " delimited by size
                   am-acct-status delimited by size
                   " " delimited by size
                   wk-list-balance delimited by size
                   " " delimited by size
                   am-acct-currency delimited by size
                   into scr-list-line(wk-list-idx)
            end-string.

        take-the-date.
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

        journal-the-customer.
            move spaces to ca-csaud-entry
            move scr-function          to ca-csaud-function
            move cm-cust-id            to ca-csaud-cust-id
            move wk-before-name        to ca-csaud-before-name
            move cm-cust-name          to ca-csaud-after-name
            move wk-before-pooled      to ca-csaud-before-pooled
            move cm-cust-pooled-credit to ca-csaud-after-pooled
            perform write-the-journal.

        journal-the-link.
            move spaces to ca-csaud-entry
            move scr-function          to ca-csaud-function
            move scr-cust-id           to ca-csaud-cust-id
            move scr-acct-number       to ca-csaud-acct-number
            move wk-before-type        to ca-csaud-before-type
            move cr-rel-type           to ca-csaud-after-type
            move cm-cust-name          to ca-csaud-before-name
            move cm-cust-name          to ca-csaud-after-name
            move cm-cust-pooled-credit to ca-csaud-before-pooled
            move cm-cust-pooled-credit to ca-csaud-after-pooled
            perform write-the-journal.

        write-the-journal.
            move wk-today-text to ca-csaud-date
            move wk-now-text   to ca-csaud-time
            move wk-user       to ca-csaud-user

            open extend custaud-file
            if not custaud-ok
                open output custaud-file
            end-if
            write ca-csaud-entry
            close custaud-file.

        end program relmnt.
