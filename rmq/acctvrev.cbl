        identification division.
        program-id.    acctvrev.

       *> acctvrev is the suspicious-activity review screen: every
       *> POSTTXN debit the RMQVELOC velocity limits held waits on the
       *> ACCTREVW review file (rmqacrvw.cpy) until a user here rules
       *> on it.  Inquire shows a held item by its REV id, next steps
       *> to the next one still pending; release posts it to ACCTMST
       *> exactly as POSTTXN would have -- journaled through ACCT0PST
       *> under the envelope msg-id it arrived with, and still subject
       *> to the overdraft rule on the available balance -- and
       *> reject discards it.  Either ruling is kept on the held
       *> item and journaled on ACCTRVJN (rmqrvjn.cpy) with the
       *> reviewer's identity.  A held XFERTXN transfer (dc X) can
       *> only be rejected: its credit leg isn't on the held item, and
       *> releasing the debit alone would post half a transfer.
       *> A user id the same as the caller that
       *> sent the posting is refused -- the ruling is a second pair
       *> of eyes, the same rule ACCTAPPR keeps for the maker.
       *>
       *> The operator signs on through RMQ0SIGN before the screen
       *> opens, and every function but X is checked against the
       *> role's grants on RMQROLES before it runs.  The reviewer
       *> compared with the caller, and journaled, is the user id
       *> signed on, not whatever USER says, so the second pair of
       *> eyes can't be faked by changing an environment variable.

        environment division.
        input-output section.
        file-control.
            select acctmst-file assign to "ACCTMST"
                organization indexed
                access mode random
                record key am-acct-number
                file status is acctmst-status.
            select acctrevw-file assign to "ACCTREVW"
                organization indexed
                access mode dynamic
                record key rv-rvw-id
                file status is acctrevw-status.
            select acctrvjn-file assign to "ACCTRVJN"
                organization line sequential
                file status is acctrvjn-status.

        data division.
        file section.
        fd  acctmst-file.
            copy rmqacct replacing ==:pfx:== by ==am==.
        fd  acctrevw-file.
            copy rmqacrvw replacing ==:pfx:== by ==rv==.
        fd  acctrvjn-file.
            copy rmqrvjn replacing ==:pfx:== by ==fj==.

        working-storage section.

        01  acctmst-status        pic xx.
            88 acctmst-ok         value "00".

        01  acctrevw-status       pic xx.
            88 acctrevw-ok        value "00".

        01  acctrvjn-status       pic xx.
            88 acctrvjn-ok        value "00", "05".

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
        01  wk-stamp-date         pic x(10).
        01  wk-stamp-time         pic x(8).

        01  wk-user               pic x(8) value spaces.
        01  wk-sec-function       pic x(50) value spaces.
        01  wk-sec-ok             pic x(1) value "N".
            88 wk-sec-allowed     value "Y".

        01  wk-done-flag          pic x(1) value "N".
            88 wk-all-done        value "Y".

        01  wk-item-found-flag    pic x(1) value "N".
            88 wk-item-found      value "Y".
        01  wk-scan-flag          pic x(1).
            88 wk-scan-done       value "Y".

        01  wk-new-balance        pic s9(9)v99.
        01  wk-held-amount        pic 9(11)v99.
        01  wk-new-available      pic s9(11)v99.
        01  wk-dormant-since      pic x(10).
        01  wk-source             pic x(8) value "ACCTVREV".
        01  wk-no-xfer-ref        pic x(16) value spaces.

        01  scr-function          pic x(1) value space.
            88 scr-func-inquire   value "I".
            88 scr-func-next      value "N".
            88 scr-func-release   value "L".
            88 scr-func-reject    value "J".
            88 scr-func-exit      value "X".
        01  scr-review-id         pic x(12) value spaces.
        01  scr-acct-number       pic x(10) value spaces.
        01  scr-dc                pic x(1) value space.
        01  scr-amount            pic 9(9)v99 value zero.
        01  scr-caller-id         pic x(8) value spaces.
        01  scr-held-date         pic x(10) value spaces.
        01  scr-held-time         pic x(8) value spaces.
        01  scr-reason            pic x(20) value spaces.
        01  scr-status            pic x(1) value space.
        01  scr-decided-by        pic x(8) value spaces.
        01  scr-balance           pic s9(9)v99 value zero.
        01  scr-message           pic x(60) value spaces.

        screen section.
        01  vrev-screen.
            05 blank screen.
            05 line 1 column 15 value "HELD POSTING REVIEW".
            05 line 3 column 3 value "FUNCTION (I/N/L/J, X=EXIT):".
            05 line 3 column 32 pic x(1) using scr-function.
            05 line 4 column 3
                value "  I=INQUIRE N=NEXT L=RELEASE J=REJECT".
            05 line 6 column 3 value "REVIEW ID.................:".
            05 line 6 column 32 pic x(12) using scr-review-id.
            05 line 8 column 3 value "ACCOUNT NUMBER............:".
            05 line 8 column 32 pic x(10) from scr-acct-number.
            05 line 9 column 3 value "DEBIT/CREDIT, AMOUNT......:".
            05 line 9 column 32 pic x(1) from scr-dc.
            05 line 9 column 35 pic z(8)9.99 from scr-amount.
            05 line 10 column 3 value "CALLER....................:".
            05 line 10 column 32 pic x(8) from scr-caller-id.
            05 line 11 column 3 value "HELD ON...................:".
            05 line 11 column 32 pic x(10) from scr-held-date.
            05 line 11 column 43 pic x(8) from scr-held-time.
            05 line 12 column 3 value "LIMIT BROKEN..............:".
            05 line 12 column 32 pic x(20) from scr-reason.
            05 line 13 column 3 value "STATUS (P/L/J), RULED BY..:".
            05 line 13 column 32 pic x(1) from scr-status.
            05 line 13 column 35 pic x(8) from scr-decided-by.
            05 line 14 column 3 value "ACCOUNT BALANCE...........:".
            05 line 14 column 32 pic -(9)9.99 from scr-balance.
            05 line 16 column 3 pic x(60) from scr-message.


        procedure division.

        main-line.
            perform sign-on-the-operator
            perform open-the-files
            perform process-one-function until wk-all-done
            close acctmst-file
            close acctrevw-file
            call "RMQ0SIGN" using "SIGNOFF ", "ACCTVREV", wk-user,
                    wk-sec-function, wk-sec-ok
            end-call
            stop run.

        sign-on-the-operator.
            call "RMQ0SIGN" using "SIGNON  ", "ACCTVREV", wk-user,
                    wk-sec-function, wk-sec-ok
            end-call

            if not wk-sec-allowed
                move rmq-rc-signon-refused to return-code
                display "acctvrev: sign-on refused"
                stop run
            end-if.

        open-the-files.
            open i-o acctmst-file

            if not acctmst-ok
                move rmq-rc-file-error to return-code
                display "acctvrev: unable to open account master, "
                        "status " acctmst-status
                stop run
            end-if

            open i-o acctrevw-file
            if not acctrevw-ok
                open output acctrevw-file
                if acctrevw-ok
                    close acctrevw-file
                    open i-o acctrevw-file
                end-if
            end-if

            if not acctrevw-ok
                move rmq-rc-file-error to return-code
                display "acctvrev: unable to open review file, "
                        "status " acctrevw-status
                stop run
            end-if.

       *> leaving the screen is never refused
        authorize-the-function.
            move scr-function to wk-sec-function
            call "RMQ0SIGN" using "AUTHORIZ", "ACCTVREV", wk-user,
                    wk-sec-function, wk-sec-ok
            end-call.

        process-one-function.
            display vrev-screen
            accept vrev-screen
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
                when scr-func-inquire
                    perform inquire-the-item
                when scr-func-next
                    perform find-the-next-pending
                when scr-func-release
                    perform release-the-item
                when scr-func-reject
                    perform reject-the-item
                when other
                    move "FUNCTION MUST BE I, N, L, J OR X"
                            to scr-message
            end-evaluate.

        read-the-item.
            move "N" to wk-item-found-flag
            move scr-review-id to rv-rvw-id
            read acctrevw-file
                invalid key
                    continue
                not invalid key
                    set wk-item-found to true
            end-read.

        show-the-item.
            move rv-rvw-id          to scr-review-id
            move rv-rvw-acct-number to scr-acct-number
            move rv-rvw-dc          to scr-dc
            move rv-rvw-amount      to scr-amount
            move rv-rvw-caller-id   to scr-caller-id
            move rv-rvw-held-date   to scr-held-date
            move rv-rvw-held-time   to scr-held-time
            move rv-rvw-reason      to scr-reason
            move rv-rvw-status      to scr-status
            move rv-rvw-decided-by  to scr-decided-by

            move rv-rvw-acct-number to am-acct-number
            read acctmst-file
                invalid key
                    move zero to scr-balance
                not invalid key
                    move am-acct-balance to scr-balance
            end-read.

        inquire-the-item.
            perform read-the-item

            if wk-item-found
                perform show-the-item
                move "HELD POSTING DISPLAYED" to scr-message
            else
                move "NO HELD POSTING WITH THAT ID" to scr-message
            end-if.

       *> the review ids run in the order items were held, so the
       *> next pending item after the one on screen is the oldest
       *> still waiting once the screen starts from blank
        find-the-next-pending.
            move "N" to wk-item-found-flag
            move "N" to wk-scan-flag
            move scr-review-id to rv-rvw-id
            start acctrevw-file key is greater than rv-rvw-id
                invalid key
                    set wk-scan-done to true
            end-start

            perform take-next-item
                until wk-scan-done

            if wk-item-found
                perform show-the-item
                move "NEXT PENDING POSTING DISPLAYED" to scr-message
            else
                move "NO MORE PENDING POSTINGS" to scr-message
            end-if.

        take-next-item.
            read acctrevw-file next record
                at end
                    set wk-scan-done to true
                not at end
                    if rv-rvw-pending
                        set wk-item-found to true
                        set wk-scan-done to true
                    end-if
            end-read.

        release-the-item.
            perform read-the-item

            evaluate true
                when not wk-item-found
                    move "NO HELD POSTING WITH THAT ID"
                            to scr-message
                when not rv-rvw-pending
                    perform show-the-item
                    move "ALREADY RULED ON" to scr-message
                when rv-rvw-caller-id = wk-user
                    move "CALLER MAY NOT RULE ON OWN POSTING"
                            to scr-message
                when rv-rvw-transfer
                    perform show-the-item
                    move "HELD TRANSFER -- REJECT IT, CALLER RESENDS"
                            to scr-message
                when other
                    perform show-the-item
                    perform post-the-item
            end-evaluate.

       *> the posting lands on the balance as it stands now, under
       *> the same dormancy and overdraft rules POSTTXN applies
        post-the-item.
            move rv-rvw-acct-number to am-acct-number
            read acctmst-file
                invalid key
                    move "ACCOUNT NOT FOUND ON THE MASTER"
                            to scr-message
            end-read

            if scr-message = spaces and am-acct-closed
                move "ACCOUNT IS CLOSED -- REJECT IT" to scr-message
            end-if

            if scr-message = spaces and rv-rvw-dc = "D"
                call "ACCT0DRM" using am-acct-number, wk-dormant-since
                end-call
                if wk-dormant-since not = spaces
                    move "ACCOUNT IS DORMANT -- REACTIVATE OR REJECT"
                            to scr-message
                end-if
            end-if

            if scr-message = spaces
                move zero to wk-held-amount
                if rv-rvw-dc = "D"
                    compute wk-new-balance =
                        am-acct-balance - rv-rvw-amount
                    call "ACCT0AVL" using am-acct-number,
                                wk-held-amount
                    end-call
                else
                    compute wk-new-balance =
                        am-acct-balance + rv-rvw-amount
                end-if
                compute wk-new-available =
                    wk-new-balance - wk-held-amount
                if rv-rvw-dc = "D" and wk-new-available < zero
                    move "AVAILABLE BALANCE WON'T COVER IT NOW"
                            to scr-message
                end-if
            end-if

            if scr-message = spaces
                move wk-new-balance to am-acct-balance
                perform stamp-the-record
                rewrite am-acct-record
                    invalid key
                        move "RELEASE FAILED, STATUS " to scr-message
                        move acctmst-status to scr-message(24:2)
                end-rewrite
            end-if

            if scr-message = spaces
                call "ACCT0PST" using rv-rvw-acct-number, rv-rvw-dc,
                            rv-rvw-amount, wk-new-balance, wk-source,
                            rv-rvw-msg-id, wk-no-xfer-ref
                end-call
                set rv-rvw-released to true
                move wk-new-balance to rv-rvw-new-balance
                perform record-the-ruling
                move wk-new-balance to scr-balance
                move "POSTING RELEASED AND APPLIED" to scr-message
            end-if.

        reject-the-item.
            perform read-the-item

            evaluate true
                when not wk-item-found
                    move "NO HELD POSTING WITH THAT ID"
                            to scr-message
                when not rv-rvw-pending
                    perform show-the-item
                    move "ALREADY RULED ON" to scr-message
                when rv-rvw-caller-id = wk-user
                    move "CALLER MAY NOT RULE ON OWN POSTING"
                            to scr-message
                when other
                    perform show-the-item
                    set rv-rvw-rejected to true
                    move scr-balance to rv-rvw-new-balance
                    perform record-the-ruling
                    move "POSTING REJECTED -- NOTHING APPLIED"
                            to scr-message
            end-evaluate.

        take-the-date.
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

        stamp-the-record.
            perform take-the-date
            move wk-stamp-date to am-acct-updated-date
            move wk-stamp-time to am-acct-updated-time.

       *> the ruling is kept on the held item and journaled
        record-the-ruling.
            perform take-the-date
            move wk-user to rv-rvw-decided-by
            move wk-stamp-date to rv-rvw-decided-date
            move wk-stamp-time to rv-rvw-decided-time
            rewrite rv-rvw-record
                invalid key
                    continue
            end-rewrite
            move rv-rvw-status     to scr-status
            move rv-rvw-decided-by to scr-decided-by

            move spaces to fj-rvjn-entry
            move rv-rvw-decided-date to fj-rvjn-date
            move rv-rvw-decided-time to fj-rvjn-time
            move rv-rvw-id           to fj-rvjn-review-id
            move rv-rvw-status       to fj-rvjn-decision
            move wk-user             to fj-rvjn-reviewer
            move rv-rvw-acct-number  to fj-rvjn-acct-number
            move rv-rvw-dc           to fj-rvjn-dc
            move rv-rvw-amount       to fj-rvjn-amount
            move rv-rvw-caller-id    to fj-rvjn-caller-id
            move rv-rvw-reason       to fj-rvjn-reason
            move rv-rvw-new-balance  to fj-rvjn-new-balance

            open extend acctrvjn-file
            if not acctrvjn-ok
                open output acctrvjn-file
            end-if
            write fj-rvjn-entry
            close acctrvjn-file.

        end program acctvrev.
