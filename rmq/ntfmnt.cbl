        identification division.
        program-id.    ntfmnt.

       *> ntfmnt is the maintenance screen for the ACCTNTFP balance
       *> notification preferences (rmqntfpf.cpy) -- the low-balance
       *> floor, the large-movement amount and the routing key an
       *> account holder wants BALANCE-NOTIFY messages sent to.  The
       *> same shape as PTNRMNT: inquiry, add, update, and delete to
       *> stop the notifications.  An account must be on the ACCTMST
       *> master to be added.  Changing the floor re-arms the
       *> low-balance notice, so the holder hears about the new floor
       *> rather than being left silent by the old one.  The same
       *> record says how the monthly statement goes out -- E for
       *> electronically to the routing key, P (the default) on paper.
       *>
       *> The operator signs on through RMQ0SIGN before the screen
       *> opens, and every function but X is checked against the
       *> role's grants on RMQROLES before it runs; the user id
       *> stamped on the work is the one signed on, not whatever
       *> USER says.

        environment division.
        input-output section.
        file-control.
            select acctntfp-file assign to "ACCTNTFP"
                organization indexed
                access mode random
                record key np-ntfp-acct-number
                file status is acctntfp-status.
            select acctmst-file assign to "ACCTMST"
                organization indexed
                access mode random
                record key am-acct-number
                file status is acctmst-status.

        data division.
        file section.
        fd  acctntfp-file.
            copy rmqntfpf replacing ==:pfx:== by ==np==.
        fd  acctmst-file.
            copy rmqacct replacing ==:pfx:== by ==am==.

        working-storage section.

        01  acctntfp-status       pic xx.
            88 acctntfp-ok        value "00".

        01  acctmst-status        pic xx.
            88 acctmst-ok         value "00".

            copy rmqretc.

        01  wk-today              pic 9(8).
        01  wk-today-edit         redefines wk-today.
            05 wk-today-yyyy      pic 9(4).
            05 wk-today-mm        pic 9(2).
            05 wk-today-dd        pic 9(2).
        01  wk-today-text         pic x(10).

        01  wk-user               pic x(8) value spaces.
        01  wk-sec-function       pic x(50) value spaces.
        01  wk-sec-ok             pic x(1) value "N".
            88 wk-sec-allowed     value "Y".

        01  wk-done-flag          pic x(1) value "N".
            88 wk-all-done        value "Y".

        01  wk-found-flag         pic x(1) value "N".
            88 wk-record-found    value "Y".
        01  wk-acct-open-flag     pic x(1) value "N".
            88 wk-accounts-open   value "Y".

        01  scr-function          pic x(1) value space.
            88 scr-func-inquiry   value "I".
            88 scr-func-add       value "A".
            88 scr-func-update    value "U".
            88 scr-func-delete    value "D".
            88 scr-func-exit      value "X".
        01  scr-acct-number       pic x(10) value spaces.
        01  scr-low-wanted        pic x(1) value space.
        01  scr-low-floor         pic s9(9)v99 value zero.
        01  scr-large-amount      pic 9(9)v99 value zero.
        01  scr-routing-key       pic x(50) value spaces.
        01  scr-floor-told        pic x(1) value space.
        01  scr-stmt-delivery     pic x(1) value space.
        01  scr-message           pic x(60) value spaces.

        screen section.
        01  maint-screen.
            05 blank screen.
            05 line 1 column 15 value
                "BALANCE NOTIFICATION PREFERENCES".
            05 line 3 column 3 value "FUNCTION (I/A/U/D, X=EXIT):".
            05 line 3 column 32 pic x(1) using scr-function.
            05 line 5 column 3 value "ACCOUNT NUMBER............:".
            05 line 5 column 32 pic x(10) using scr-acct-number.
            05 line 7 column 3 value "LOW-BALANCE NOTICE (Y/N)..:".
            05 line 7 column 32 pic x(1) using scr-low-wanted.
            05 line 8 column 3 value "LOW-BALANCE FLOOR.........:".
            05 line 8 column 32 pic s9(9)v99 using scr-low-floor.
            05 line 9 column 3 value "LARGE MOVEMENT (0=OFF)....:".
            05 line 9 column 32 pic 9(9)v99 using scr-large-amount.
            05 line 10 column 3 value "ROUTING KEY...............:".
            05 line 10 column 32 pic x(44) using scr-routing-key.
            05 line 11 column 3 value "STATEMENTS (E/P)..........:".
            05 line 11 column 32 pic x(1) using scr-stmt-delivery.
            05 line 12 column 3 value "BELOW FLOOR, TOLD (Y/N)...:".
            05 line 12 column 32 pic x(1) from scr-floor-told.
            05 line 14 column 3 pic x(60) from scr-message.


        procedure division.

        main-line.
            perform sign-on-the-operator
            perform open-the-files
            perform process-one-function until wk-all-done
            close acctntfp-file
            if wk-accounts-open
                close acctmst-file
            end-if
            call "RMQ0SIGN" using "SIGNOFF ", "NTFMNT  ", wk-user,
                    wk-sec-function, wk-sec-ok
            end-call
            stop run.

        sign-on-the-operator.
            call "RMQ0SIGN" using "SIGNON  ", "NTFMNT  ", wk-user,
                    wk-sec-function, wk-sec-ok
            end-call

            if not wk-sec-allowed
                move rmq-rc-signon-refused to return-code
                display "ntfmnt: sign-on refused"
                stop run
            end-if.

        open-the-files.
            open i-o acctntfp-file
            if not acctntfp-ok
                open output acctntfp-file
                if acctntfp-ok
                    close acctntfp-file
                    open i-o acctntfp-file
                end-if
            end-if

            if not acctntfp-ok
                move rmq-rc-file-error to return-code
                display "ntfmnt: unable to open notification "
                        "preferences, status " acctntfp-status
                stop run
            end-if

            open input acctmst-file
            if acctmst-ok
                set wk-accounts-open to true
            end-if.

       *> leaving the screen is never refused
        authorize-the-function.
            move scr-function to wk-sec-function
            call "RMQ0SIGN" using "AUTHORIZ", "NTFMNT  ", wk-user,
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
                    perform inquire-preferences
                when scr-func-add
                    perform add-preferences
                when scr-func-update
                    perform update-preferences
                when scr-func-delete
                    perform delete-preferences
                when other
                    move "FUNCTION MUST BE I, A, U, D OR X"
                            to scr-message
            end-evaluate.

        read-the-preferences.
            move "N" to wk-found-flag
            move scr-acct-number to np-ntfp-acct-number
            read acctntfp-file
                invalid key
                    continue
                not invalid key
                    set wk-record-found to true
            end-read.

        show-the-preferences.
            move np-ntfp-low-wanted   to scr-low-wanted
            move np-ntfp-low-floor    to scr-low-floor
            move np-ntfp-large-amount to scr-large-amount
            move np-ntfp-routing-key  to scr-routing-key
            move np-ntfp-below-floor  to scr-floor-told
            if np-ntfp-stmt-electronic
                move "E" to scr-stmt-delivery
            else
                move "P" to scr-stmt-delivery
            end-if.

        inquire-preferences.
            perform read-the-preferences

            if wk-record-found
                perform show-the-preferences
                move "PREFERENCES DISPLAYED" to scr-message
            else
                move "NO PREFERENCES FOR THIS ACCOUNT" to scr-message
            end-if.

        add-preferences.
            perform read-the-preferences

            evaluate true
                when wk-record-found
                    move "PREFERENCES ALREADY ON FILE" to scr-message
                when not wk-accounts-open
                    move "ACCOUNT MASTER UNAVAILABLE -- TRY LATER"
                            to scr-message
                when scr-routing-key = spaces
                    move "ROUTING KEY IS REQUIRED" to scr-message
                when other
                    move scr-acct-number to am-acct-number
                    read acctmst-file
                        invalid key
                            move "ACCOUNT NOT FOUND" to scr-message
                        not invalid key
                            perform write-the-preferences
                    end-read
            end-evaluate.

        write-the-preferences.
            move spaces to np-ntfp-record
            move scr-acct-number  to np-ntfp-acct-number
            if scr-low-wanted = "Y"
                move "Y" to np-ntfp-low-wanted
            else
                move "N" to np-ntfp-low-wanted
            end-if
            move scr-low-floor    to np-ntfp-low-floor
            move scr-large-amount to np-ntfp-large-amount
            move scr-routing-key  to np-ntfp-routing-key
            move "N"              to np-ntfp-below-floor
            if scr-stmt-delivery = "E"
                move "E" to np-ntfp-stmt-delivery
            else
                move "P" to np-ntfp-stmt-delivery
            end-if
            perform stamp-the-preferences

            write np-ntfp-record
                invalid key
                    move "ADD FAILED, STATUS " to scr-message
                    move acctntfp-status to scr-message(20:2)
                not invalid key
                    perform show-the-preferences
                    move "PREFERENCES ADDED" to scr-message
            end-write.

       *> the amounts are taken as keyed -- zero is a real floor and
       *> switches the large-movement notice off -- while a blank
       *> routing key, notice flag or statement delivery leaves the
       *> file's value alone
        update-preferences.
            perform read-the-preferences

            if not wk-record-found
                move "NO PREFERENCES FOR THIS ACCOUNT" to scr-message
            else
                if scr-low-wanted = "Y" or scr-low-wanted = "N"
                    move scr-low-wanted to np-ntfp-low-wanted
                end-if
                if scr-low-floor not = np-ntfp-low-floor
                    move scr-low-floor to np-ntfp-low-floor
                    move "N" to np-ntfp-below-floor
                end-if
                move scr-large-amount to np-ntfp-large-amount
                if scr-routing-key not = spaces
                    move scr-routing-key to np-ntfp-routing-key
                end-if
                if scr-stmt-delivery = "E" or scr-stmt-delivery = "P"
                    move scr-stmt-delivery to np-ntfp-stmt-delivery
                end-if
                perform stamp-the-preferences

                rewrite np-ntfp-record
                    invalid key
                        move "UPDATE FAILED, STATUS " to scr-message
                        move acctntfp-status to scr-message(23:2)
                    not invalid key
                        perform show-the-preferences
                        move "PREFERENCES UPDATED" to scr-message
                end-rewrite
            end-if.

        delete-preferences.
            perform read-the-preferences

            if not wk-record-found
                move "NO PREFERENCES FOR THIS ACCOUNT" to scr-message
            else
                delete acctntfp-file record
                    invalid key
                        move "DELETE FAILED, STATUS " to scr-message
                        move acctntfp-status to scr-message(23:2)
                    not invalid key
                        move space to scr-floor-told
                        move space to scr-stmt-delivery
                        move "PREFERENCES DELETED -- NOTICES STOPPED"
                                to scr-message
                end-delete
            end-if.

        stamp-the-preferences.
            accept wk-today from date yyyymmdd
            move spaces to wk-today-text
            string wk-today-yyyy delimited by size
                   "-" delimited by size
                   wk-today-mm delimited by size
                   "-" delimited by size
                   wk-today-dd delimited by size
                   into wk-today-text
            end-string
            move wk-user       to np-ntfp-updated-by
            move wk-today-text to np-ntfp-updated-date.

        end program ntfmnt.
