       *> to approve or reject on the ACCTAPPR screen, so no single
       *> operator can move a large balance alone.  One parked change
       *> per account at a time.
       *>
       *> The same screen places and releases holds on the ACCTHOLD
       *> account holds file (rmqachld.cpy): function H earmarks an
       *> amount with a reason and an optional expiry date under an
       *> HLD id off the HLDSEQ sequence file, and function R
       *> releases one by that id.  A hold moves no money, so it
       *> needs no approval and makes no ACCTAUD entry; the hold
       *> record itself carries who placed and who released it.  The
       *> available balance -- the balance less the active holds,
       *> through ACCT0AVL -- is shown beside the balance.
       *>
       *> An account the monthly DORMSCAN has flagged dormant on
       *> ACCTDORM (rmqacdrm.cpy) says so on inquiry, and takes no
       *> debits until function V reactivates it; the reactivation
       *> is journaled on ACCTAUD like any other change.
       *>
       *> The operator signs on through RMQ0SIGN before the screen
       *> opens, and every function but X is checked against the
       *> role's grants on RMQROLES before it runs.  The user id on
       *> ACCTAUD, on a parked change and on a hold is the one signed
       *> on, not whatever USER says, so dual control can't be got
       *> round by changing an environment variable.

        environment division.
        input-output section.
                access mode random
                record key pn-pend-acct-number
                file status is acctpend-status.
            select accthold-file assign to "ACCTHOLD"
                organization indexed
                access mode random
                record key ah-hold-key
                file status is accthold-status.
            select acctdorm-file assign to "ACCTDORM"
                organization indexed
                access mode random
                record key ad-dorm-acct-number
                file status is acctdorm-status.
            select hldseq-file assign to "HLDSEQ"
                organization line sequential
                file status is hldseq-status.

        data division.
        file section.
            copy rmqacct replacing ==:pfx:== by ==am==.
        fd  acctpend-file.
            copy rmqacpnd replacing ==:pfx:== by ==pn==.
        fd  accthold-file.
            copy rmqachld replacing ==:pfx:== by ==ah==.
        fd  acctdorm-file.
            copy rmqacdrm replacing ==:pfx:== by ==ad==.
       *> hold ids come off the same one-record layout as ORDSEQ
        fd  hldseq-file.
            copy rmqordsq replacing ==:pfx:== by ==fs==.

        working-storage section.

            88 acctpend-ok        value "00".
            88 acctpend-notfnd    value "23".

        01  accthold-status       pic xx.
            88 accthold-ok        value "00".

        01  acctdorm-status       pic xx.
            88 acctdorm-ok        value "00".

        01  hldseq-status         pic xx.
            88 hldseq-ok          value "00".

            copy rmqretc.

        01  wk-today              pic 9(8).
            05 wk-now-mi          pic 9(2).
            05 wk-now-ss          pic 9(2).
            05 wk-now-th          pic 9(2).
        01  wk-today-text         pic x(10).

        01  wk-user               pic x(8) value spaces.
        01  wk-sec-function       pic x(50) value spaces.
        01  wk-sec-ok             pic x(1) value "N".
            88 wk-sec-allowed     value "Y".

        01  wk-done-flag          pic x(1) value "N".
            88 wk-all-done        value "Y".
            88 scr-func-add       value "A".
            88 scr-func-update    value "U".
            88 scr-func-close     value "C".
            88 scr-func-hold      value "H".
            88 scr-func-release   value "R".
            88 scr-func-reactivate value "V".
            88 scr-func-exit      value "X".
        01  scr-acct-number       pic x(10) value spaces.
        01  scr-acct-name         pic x(30) value spaces.
        01  scr-balance           pic s9(9)v99 value zero.
        01  scr-status            pic x(1) value space.
        01  scr-available         pic s9(9)v99 value zero.
        01  scr-hold-amount       pic 9(9)v99 value zero.
        01  scr-hold-reason       pic x(20) value spaces.
        01  scr-hold-expiry       pic x(10) value spaces.
        01  scr-hold-id           pic x(12) value spaces.
        01  scr-message           pic x(60) value spaces.

        01  wk-before-balance     pic s9(9)v99.
        01  wk-delta              pic s9(9)v99.
        01  wk-no-approver        pic x(8) value spaces.

        01  wk-held-amount        pic 9(11)v99.
        01  wk-dormant-since      pic x(10).
        01  wk-hold-seq           pic 9(9) value 0.
        01  wk-date-flag          pic x(1).
            88 wk-date-good       value "Y".

        screen section.
        01  maint-screen.
            05 blank screen.
            05 line 1 column 15 value "ACCOUNT MASTER MAINTENANCE".
            05 line 3 column 3 value
                "FUNCTION (I/A/U/C/H/R/V, X=EXIT):".
            05 line 3 column 38 pic x(1) using scr-function.
            05 line 5 column 3 value "ACCOUNT NUMBER............:".
            05 line 5 column 32 pic x(10) using scr-acct-number.
            05 line 7 column 3 value "ACCOUNT NAME..............:".
            05 line 7 column 32 pic x(30) using scr-acct-name.
            05 line 9 column 3 value "BALANCE...................:".
            05 line 9 column 32 pic s9(9)v99 using scr-balance.
            05 line 9 column 46 value "AVAILABLE:".
            05 line 9 column 57 pic -(9)9.99 from scr-available.
            05 line 11 column 3 value "STATUS (O=OPEN, C=CLOSED).:".
            05 line 11 column 32 pic x(1) using scr-status.
            05 line 13 column 3 value "HOLD AMOUNT...............:".
            05 line 13 column 32 pic 9(9)v99 using scr-hold-amount.
            05 line 14 column 3 value "HOLD REASON...............:".
            05 line 14 column 32 pic x(20) using scr-hold-reason.
            05 line 15 column 3 value "HOLD EXPIRY (YYYY-MM-DD)..:".
            05 line 15 column 32 pic x(10) using scr-hold-expiry.
            05 line 16 column 3 value "HOLD ID (FOR RELEASE).....:".
            05 line 16 column 32 pic x(12) using scr-hold-id.
            05 line 18 column 3 pic x(60) from scr-message.


        procedure division.

        main-line.
            perform sign-on-the-operator
            perform load-approval-limit
            perform open-the-master
            perform open-the-pending
            perform process-one-function until wk-all-done
            close acctmst-file
            close acctpend-file
            call "RMQ0SIGN" using "SIGNOFF ", "ACCTMNT ", wk-user,
                    wk-sec-function, wk-sec-ok
            end-call
            stop run.

        load-approval-limit.
                    function numval(wk-applim-text)
            end-if.

        sign-on-the-operator.
            call "RMQ0SIGN" using "SIGNON  ", "ACCTMNT ", wk-user,
                    wk-sec-function, wk-sec-ok
            end-call

            if not wk-sec-allowed
                move rmq-rc-signon-refused to return-code
                display "acctmnt: sign-on refused"
                stop run
            end-if.

        open-the-master.
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
                    perform inquire-account
                when scr-func-add
                    perform update-account
                when scr-func-close
                    perform close-account
                when scr-func-hold
                    perform place-a-hold
                when scr-func-release
                    perform release-a-hold
                when scr-func-reactivate
                    perform reactivate-account
                when other
                    move "FUNCTION MUST BE I, A, U, C, H, R, V OR X"
                            to scr-message
            end-evaluate.

       *> leaving the screen is never refused
        authorize-the-function.
            move scr-function to wk-sec-function
            call "RMQ0SIGN" using "AUTHORIZ", "ACCTMNT ", wk-user,
                    wk-sec-function, wk-sec-ok
            end-call.

        read-the-account.
            move "N" to wk-found-flag
            move scr-acct-number to am-acct-number
                move am-acct-name    to scr-acct-name
                move am-acct-balance to scr-balance
                move am-acct-status  to scr-status
                perform show-the-available
                call "ACCT0DRM" using am-acct-number, wk-dormant-since
                end-call
                if wk-dormant-since = spaces
                    move "ACCOUNT DISPLAYED" to scr-message
                else
                    move "ACCOUNT DISPLAYED -- DORMANT SINCE "
                            to scr-message
                    move wk-dormant-since to scr-message(36:10)
                end-if
            else
                move "ACCOUNT NOT FOUND" to scr-message
            end-if.
            move "O"             to scr-status
            move "USD"           to am-acct-currency
            move zero            to am-acct-credit-limit
            move zero            to am-acct-loaded-balance

            write am-acct-record
                invalid key
                   into am-acct-updated-time
            end-string.

        show-the-available.
            call "ACCT0AVL" using am-acct-number, wk-held-amount
            end-call
            compute scr-available = am-acct-balance - wk-held-amount.

       *> the holds file is opened only for the one function that
       *> writes to it, so ACCT0AVL finds it free when it totals
        place-a-hold.
            perform read-the-account
            perform take-the-date
            evaluate true
                when not wk-record-found
                    move "ACCOUNT NOT FOUND" to scr-message
                when am-acct-closed
                    move "ACCOUNT IS CLOSED" to scr-message
                when scr-hold-amount = zero
                    move "HOLD AMOUNT IS REQUIRED" to scr-message
                when scr-hold-reason = spaces
                    move "HOLD REASON IS REQUIRED" to scr-message
                when other
                    perform check-the-expiry
            end-evaluate

            if scr-message = spaces
                perform open-the-holds
                if accthold-ok
                    perform take-next-hold-number
                    perform write-the-hold
                    close accthold-file
                end-if
                perform show-the-available
            end-if.

        check-the-expiry.
            if scr-hold-expiry not = spaces
                move "N" to wk-date-flag
                if scr-hold-expiry(1:4) is numeric
                   and scr-hold-expiry(5:1) = "-"
                   and scr-hold-expiry(6:2) is numeric
                   and scr-hold-expiry(8:1) = "-"
                   and scr-hold-expiry(9:2) is numeric
                   and scr-hold-expiry(6:2) >= "01"
                   and scr-hold-expiry(6:2) <= "12"
                   and scr-hold-expiry(9:2) >= "01"
                   and scr-hold-expiry(9:2) <= "31"
                    set wk-date-good to true
                end-if
                evaluate true
                    when not wk-date-good
                        move "EXPIRY MUST BE YYYY-MM-DD OR BLANK"
                                to scr-message
                    when scr-hold-expiry < wk-today-text
                        move "EXPIRY IS ALREADY PAST" to scr-message
                end-evaluate
            end-if.

        write-the-hold.
            move spaces to ah-hold-record
            move am-acct-number   to ah-hold-acct-number
            move scr-hold-id      to ah-hold-id
            move scr-hold-amount  to ah-hold-amount
            move scr-hold-reason  to ah-hold-reason
            move wk-user          to ah-hold-placed-by
            move wk-today-text    to ah-hold-placed-date
            string wk-now-hh delimited by size
                   ":" delimited by size
                   wk-now-mi delimited by size
                   ":" delimited by size
                   wk-now-ss delimited by size
                   into ah-hold-placed-time
            end-string
            move scr-hold-expiry  to ah-hold-expiry-date
            set ah-hold-active to true

            write ah-hold-record
                invalid key
                    move "HOLD FAILED, STATUS " to scr-message
                    move accthold-status to scr-message(21:2)
                not invalid key
                    move "HOLD PLACED -- ID " to scr-message
                    move scr-hold-id to scr-message(19:12)
            end-write.

        release-a-hold.
            perform read-the-account
            perform take-the-date
            evaluate true
                when not wk-record-found
                    move "ACCOUNT NOT FOUND" to scr-message
                when scr-hold-id = spaces
                    move "HOLD ID IS REQUIRED" to scr-message
                when other
                    perform open-the-holds
                    if accthold-ok
                        perform end-the-hold
                        close accthold-file
                    end-if
                    perform show-the-available
            end-evaluate.

        end-the-hold.
            move am-acct-number to ah-hold-acct-number
            move scr-hold-id    to ah-hold-id
            read accthold-file
                invalid key
                    move "HOLD NOT FOUND" to scr-message
                not invalid key
                    if not ah-hold-active
                        move "HOLD IS NOT ACTIVE" to scr-message
                    else
                        set ah-hold-released to true
                        move wk-user       to ah-hold-ended-by
                        move wk-today-text to ah-hold-ended-date
                        rewrite ah-hold-record
                            invalid key
                                move "RELEASE FAILED, STATUS "
                                        to scr-message
                                move accthold-status
                                        to scr-message(24:2)
                            not invalid key
                                move ah-hold-amount to scr-hold-amount
                                move ah-hold-reason to scr-hold-reason
                                move "HOLD RELEASED" to scr-message
                        end-rewrite
                    end-if
            end-read.

       *> a dormant account trades again only once an operator says
       *> so; the balance doesn't move, so the ACCTAUD line carries
       *> the same before and after images under function V
        reactivate-account.
            perform read-the-account
            perform take-the-date
            evaluate true
                when not wk-record-found
                    move "ACCOUNT NOT FOUND" to scr-message
                when am-acct-closed
                    move "ACCOUNT IS CLOSED" to scr-message
                when other
                    open i-o acctdorm-file
                    if acctdorm-ok
                        perform wake-the-account
                        close acctdorm-file
                    else
                        move "ACCOUNT IS NOT DORMANT" to scr-message
                    end-if
            end-evaluate.

        wake-the-account.
            move am-acct-number to ad-dorm-acct-number
            read acctdorm-file
                invalid key
                    move "ACCOUNT IS NOT DORMANT" to scr-message
                not invalid key
                    if not ad-dorm-dormant
                        move "ACCOUNT IS NOT DORMANT" to scr-message
                    else
                        set ad-dorm-reactivated to true
                        move wk-user       to ad-dorm-reactivated-by
                        move wk-today-text to ad-dorm-reactivated-date
                        rewrite ad-dorm-record
                            invalid key
                                move "REACTIVATE FAILED, STATUS "
                                        to scr-message
                                move acctdorm-status
                                        to scr-message(27:2)
                            not invalid key
                                move am-acct-balance
                                        to wk-before-balance
                                move am-acct-status
                                        to wk-before-status
                                perform journal-the-change
                                move am-acct-name to scr-acct-name
                                move am-acct-balance to scr-balance
                                move am-acct-status to scr-status
                                move "ACCOUNT REACTIVATED"
                                        to scr-message
                        end-rewrite
                    end-if
            end-read.

        open-the-holds.
            open i-o accthold-file
            if not accthold-ok
                open output accthold-file
                if accthold-ok
                    close accthold-file
                    open i-o accthold-file
                end-if
            end-if

            if not accthold-ok
                move "HOLDS FILE UNAVAILABLE, STATUS " to scr-message
                move accthold-status to scr-message(32:2)
            end-if.

        take-next-hold-number.
            move 0 to wk-hold-seq
            open input hldseq-file
            if hldseq-ok
                read hldseq-file
                    at end
                        continue
                    not at end
                        move fs-ordseq-last-order to wk-hold-seq
                end-read
                close hldseq-file
            end-if

            add 1 to wk-hold-seq

            move wk-hold-seq to fs-ordseq-last-order
            open output hldseq-file
            write fs-ordseq-record
            close hldseq-file

            move spaces to scr-hold-id
            string "HLD" delimited by size
                   wk-hold-seq delimited by size
                   into scr-hold-id
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
            end-string.

        journal-the-change.
            call "ACCT0AUD" using wk-user, scr-function,
                        am-acct-number, wk-before-balance,
