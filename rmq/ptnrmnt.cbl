       *> offboarded partner keeps its row, flagged X, so the audit
       *> trail of who we ever exchanged traffic with survives the
       *> relationship.
       *>
       *> The operator signs on through RMQ0SIGN before the screen
       *> opens, and every function but X is checked against the
       *> role's grants on RMQROLES before it runs.

        environment division.
        input-output section.

            copy rmqretc.

        01  wk-user               pic x(8) value spaces.
        01  wk-sec-function       pic x(50) value spaces.
        01  wk-sec-ok             pic x(1) value "N".
            88 wk-sec-allowed     value "Y".

        01  wk-done-flag          pic x(1) value "N".
            88 wk-all-done        value "Y".

        01  scr-manifest          pic x(1) value space.
        01  scr-data-class        pic x(8) value spaces.
        01  scr-status            pic x(1) value space.
        01  scr-delivery          pic x(1) value space.
        01  scr-message           pic x(60) value spaces.

        screen section.
            05 line 9 column 32 pic x(44) using scr-routing-key.
            05 line 10 column 3 value "ACK QUEUE.................:".
            05 line 10 column 32 pic x(44) using scr-ack-queue.
            05 line 11 column 3 value "DELIVERY (B=BROKER/F=FILE):".
            05 line 11 column 32 pic x(1) using scr-delivery.
            05 line 12 column 3 value "SUPPLIES MANIFEST (Y/N)...:".
            05 line 12 column 32 pic x(1) using scr-manifest.
            05 line 13 column 3 value "DATA-HANDLING CLASS.......:".
        procedure division.

        main-line.
            perform sign-on-the-operator
            perform open-the-master
            perform process-one-function until wk-all-done
            close ptnrmst-file
            call "RMQ0SIGN" using "SIGNOFF ", "PTNRMNT ", wk-user,
                    wk-sec-function, wk-sec-ok
            end-call
            stop run.

        sign-on-the-operator.
            call "RMQ0SIGN" using "SIGNON  ", "PTNRMNT ", wk-user,
                    wk-sec-function, wk-sec-ok
            end-call

            if not wk-sec-allowed
                move rmq-rc-signon-refused to return-code
                display "ptnrmnt: sign-on refused"
                stop run
            end-if.

        open-the-master.
            open i-o ptnrmst-file
            if not ptnrmst-ok
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
                    perform inquire-partner
                when scr-func-add
                            to scr-message
            end-evaluate.

       *> leaving the screen is never refused
        authorize-the-function.
            move scr-function to wk-sec-function
            call "RMQ0SIGN" using "AUTHORIZ", "PTNRMNT ", wk-user,
                    wk-sec-function, wk-sec-ok
            end-call.

        read-the-partner.
            move "N" to wk-found-flag
            move scr-ptnr-id to pm-ptnr-id
                move pm-ptnr-manifest    to scr-manifest
                move pm-ptnr-data-class  to scr-data-class
                move pm-ptnr-status      to scr-status
                move pm-ptnr-delivery    to scr-delivery
                if pm-ptnr-delivery = space
                    move "B" to scr-delivery
                end-if
                move "PARTNER DISPLAYED" to scr-message
            else
                move "PARTNER NOT FOUND" to scr-message
                    move "N" to pm-ptnr-manifest
                end-if
                move scr-data-class   to pm-ptnr-data-class
                if scr-delivery = "F"
                    move "F" to pm-ptnr-delivery
                else
                    move "B" to pm-ptnr-delivery
                end-if
                move "A"              to pm-ptnr-status
                move "A"              to scr-status

                if scr-data-class not = spaces
                    move scr-data-class to pm-ptnr-data-class
                end-if
                if scr-delivery = "B" or scr-delivery = "F"
                    move scr-delivery to pm-ptnr-delivery
                end-if

                rewrite pm-ptnr-record
                    invalid key
