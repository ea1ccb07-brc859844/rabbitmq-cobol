       *> maker's and the reviewer's identities.  The maker's own
       *> user id is refused for both rulings -- the whole point is
       *> a second pair of eyes.
       *>
       *> The reviewer signs on through RMQ0SIGN before the screen
       *> opens and each ruling is checked against the role's grants
       *> on RMQROLES, so the maker/checker test compares two signed-
       *> on user ids rather than two settings of USER.

        environment division.
        input-output section.
            05 wk-now-th          pic 9(2).

        01  wk-user               pic x(8) value spaces.
        01  wk-sec-function       pic x(50) value spaces.
        01  wk-sec-ok             pic x(1) value "N".
            88 wk-sec-allowed     value "Y".

        01  wk-done-flag          pic x(1) value "N".
            88 wk-all-done        value "Y".
        procedure division.

        main-line.
            perform sign-on-the-operator
            perform open-the-files
            perform process-one-function until wk-all-done
            close acctmst-file
            close acctpend-file
            call "RMQ0SIGN" using "SIGNOFF ", "ACCTAPPR", wk-user,
                    wk-sec-function, wk-sec-ok
            end-call
            stop run.

        sign-on-the-operator.
            call "RMQ0SIGN" using "SIGNON  ", "ACCTAPPR", wk-user,
                    wk-sec-function, wk-sec-ok
            end-call

            if not wk-sec-allowed
                move rmq-rc-signon-refused to return-code
                display "acctappr: sign-on refused"
                stop run
            end-if.

        open-the-files.
            accept appr-screen
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
                when scr-func-review
                    perform review-the-change
                when scr-func-approve
                            to scr-message
            end-evaluate.

       *> leaving the screen is never refused
        authorize-the-function.
            move scr-function to wk-sec-function
            call "RMQ0SIGN" using "AUTHORIZ", "ACCTAPPR", wk-user,
                    wk-sec-function, wk-sec-ok
            end-call.

        read-the-pending-change.
            move "N" to wk-pend-found-flag
            move scr-acct-number to pn-pend-acct-number
            perform stamp-the-record
            move "USD"  to am-acct-currency
            move zero   to am-acct-credit-limit
            move zero   to am-acct-loaded-balance
            move pn-pend-acct-number to am-acct-number
            move pn-pend-acct-name   to am-acct-name
            move pn-pend-new-balance to am-acct-balance
