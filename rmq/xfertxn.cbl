        identification division.
        program-id.    xfertxn.

       *> xfertxn is a named service handler routed through RMQSVCRG:
       *> a transfer between two of our own accounts as one request
       *> (rmqxfer.cpy) instead of two POSTTXN calls, the second of
       *> which could fail after the first had landed and leave
       *> operations to find the half-transfer by hand.  Both
       *> accounts are read and every check is made before either is
       *> touched -- both on the master and open, the from account
       *> not flagged dormant (ACCT0DRM), the from account's
       *> available balance (less its ACCTHOLD holds, through
       *> ACCT0AVL) covering the debit under POSTTXN's overdraft
       *> rule, the debit within the RMQVELOC velocity limits
       *> through ACCT0VEL exactly as a POSTTXN debit -- a breach is
       *> held for review and answered VELHELD, neither leg applied
       *> -- and, where the two accounts are denominated in
       *> different currencies, a conversion through RMQ0RATE for the
       *> credit leg.  The debit is then rewritten and the credit
       *> after it; a credit that won't rewrite puts the from account
       *> back as it was and answers ERROR, so the pair lands whole
       *> or not at all.  Only a transfer that landed is journaled:
       *> both legs go on ACCTPOST and ACCTHST through ACCT0PST with
       *> the envelope msg-id and the caller's transfer reference, so
       *> GETHIST and the ACCTSTMT statement show them as a pair.
       *> The master stays open across calls and the ACCTLDST
       *> load-state interlock is honoured exactly as POSTTXN
       *> honours it.

        environment division.
        input-output section.
        file-control.
            select acctmst-file assign to "ACCTMST"
                organization indexed
                access mode random
                record key am-acct-number
                file status is acctmst-status.
            select acctldst-file assign to "ACCTLDST"
                organization line sequential
                file status is acctldst-status.

        data division.
        file section.
        fd  acctmst-file.
            copy rmqacct replacing ==:pfx:== by ==am==.
        fd  acctldst-file.
            copy rmqldst replacing ==:pfx:== by ==ls==.

        working-storage section.

            copy rmqxfer replacing ==:pfx:== by ==xf==.

       *> the two accounts as read, before either is rewritten
            copy rmqacct replacing ==:pfx:== by ==fa==.
            copy rmqacct replacing ==:pfx:== by ==ta==.

        01  acctmst-status      pic xx.
            88 acctmst-ok       value "00".

        01  acctldst-status     pic xx.
            88 acctldst-ok      value "00".

        01  wk-opened-flag      pic x(1) value "N".
            88 wk-master-open   value "Y".

       *> the READY stamp this handler last opened the master under
        01  wk-open-stamp       pic x(18) value spaces.
        01  wk-seen-stamp       pic x(18).
        01  wk-retry-flag       pic x(1).
            88 wk-load-retry    value "Y".
        01  error-text          pic x(100).
            copy rmqnull.

        01  wk-max-idata-len    usage binary-long value 16384.
        01  wk-reply-len        usage binary-long value 95.
        01  idata-view          pic x(16384) based.
        01  odata-view          pic x(95) based.
        01  txt                 pic x(60) based.

        01  wk-from-flag        pic x(1).
            88 wk-from-found    value "Y".
        01  wk-to-flag          pic x(1).
            88 wk-to-found      value "Y".

        01  wk-amount           pic s9(9)v99.
        01  wk-to-amount        pic s9(9)v99.
        01  wk-rate-rc          binary-long.
       *> converted at the rate in force today; a stale one still
       *> converts, RMQ0RATE having journaled the late feed
        01  wk-rate-as-of       pic x(10) value spaces.
        01  wk-rate-date        pic x(10).
        01  wk-held-amount      pic 9(11)v99.
        01  wk-dormant-since    pic x(10).
        01  wk-from-balance     pic s9(9)v99.
        01  wk-to-balance       pic s9(9)v99.
        01  wk-from-available   pic s9(11)v99.
        01  wk-breach-reason    pic x(20).

       *> ACCT0PST's parameters for the two legs
        01  wk-source           pic x(8) value "XFERTXN".
        01  wk-debit-dc         pic x(1) value "D".
        01  wk-credit-dc        pic x(1) value "C".
        01  wk-leg-amount       pic 9(9)v99.

        01  wk-today            pic 9(8).
        01  wk-today-edit       redefines wk-today.
            05 wk-today-yyyy    pic 9(4).
            05 wk-today-mm      pic 9(2).
            05 wk-today-dd      pic 9(2).
        01  wk-now              pic 9(8).
        01  wk-now-edit         redefines wk-now.
            05 wk-now-hh        pic 9(2).
            05 wk-now-mi        pic 9(2).
            05 wk-now-ss        pic 9(2).
            05 wk-now-th        pic 9(2).

        linkage section.

        01  ctxt                usage pointer.
        01  idata                usage pointer.
        01  ilen                 usage binary-long.
        01  odata                usage pointer.
        01  olen                 usage binary-long.

       *> the dispatcher's context block, addressed through ctxt so
       *> both legs carry the envelope msg-id the request arrived
       *> under (spaces for a bare RPC body)
            copy rmqctxt replacing ==:pfx:== by ==cx==.

        procedure division using ctxt, idata, ilen, odata, olen.

        if ilen > wk-max-idata-len
            allocate (60) characters initialized returning odata
            set address of txt to odata
            move "ERROR: request exceeds maximum input length" to txt
            move function length(function trim(txt)) to olen
        else
            set address of cx-svc-context to ctxt
            perform parse-the-request
            perform make-the-transfer
            perform build-the-reply
        end-if.

       *> the handler is done once the PERFORMs return -- without
       *> this GOBACK control would fall through into the named
       *> paragraphs and run the whole body again
        goback.

        parse-the-request.
            set address of idata-view to idata
            move spaces to xf-xfertxn-request
            if ilen >= 47
                move idata-view(1:47) to xf-xfertxn-request
            end-if.

        make-the-transfer.
            move spaces to xf-xfertxn-reply
            move xf-xfer-req-ref       to xf-xfer-rep-ref
            move xf-xfer-req-from-acct to xf-xfer-rep-from-acct
            move xf-xfer-req-to-acct   to xf-xfer-rep-to-acct
            move zero to xf-xfer-rep-from-bal
            move zero to xf-xfer-rep-to-amount
            move zero to xf-xfer-rep-to-bal
            move spaces to xf-xfer-rep-review-id

            perform check-the-load-state

            if not wk-load-retry
               and not wk-master-open
                open i-o acctmst-file
                if acctmst-ok
                    set wk-master-open to true
                end-if
            end-if

            evaluate true
                when wk-load-retry
                    move "RETRY" to xf-xfer-rep-status
                    perform journal-the-retry
                when not wk-master-open
                    move "ERROR" to xf-xfer-rep-status
                when ilen < 47
                    move "BADREQ" to xf-xfer-rep-status
                when xf-xfer-req-amount not numeric
                    move "BADREQ" to xf-xfer-rep-status
                when xf-xfer-req-amount = zero
                  or xf-xfer-req-ref = spaces
                  or xf-xfer-req-from-acct = spaces
                  or xf-xfer-req-from-acct = xf-xfer-req-to-acct
                    move "BADREQ" to xf-xfer-rep-status
                when other
                    perform read-both-accounts
                    perform check-the-transfer
                    if xf-xfer-rep-status = spaces
                        perform post-both-legs
                    end-if
            end-evaluate.

       *> the ACCTLDST interlock, exactly as POSTTXN reads it
        check-the-load-state.
            move "N" to wk-retry-flag
            open input acctldst-file
            if acctldst-ok
                read acctldst-file
                    at end
                        continue
                    not at end
                        evaluate true
                            when ls-ldst-loading
                                set wk-load-retry to true
                            when ls-ldst-ready
                                move spaces to wk-seen-stamp
                                string ls-ldst-date
                                            delimited by size
                                       ls-ldst-time
                                            delimited by size
                                       into wk-seen-stamp
                                end-string
                                if wk-seen-stamp
                                        not = wk-open-stamp
                                    if wk-master-open
                                        close acctmst-file
                                        move "N" to wk-opened-flag
                                    end-if
                                    move wk-seen-stamp
                                            to wk-open-stamp
                                end-if
                        end-evaluate
                end-read
                close acctldst-file
            end-if.

        journal-the-retry.
            move "transfer answered RETRY -- master refresh in "
                    & "progress" to error-text
            call "RMQ0ERR" using
                        "XFERTXN ", "LOADSTATE               ", 0,
                        rmq-no-name, rmq-no-name, error-text
            end-call.

        read-both-accounts.
            move "N" to wk-from-flag
            move xf-xfer-req-from-acct to am-acct-number
            read acctmst-file
                invalid key
                    continue
                not invalid key
                    set wk-from-found to true
                    move am-acct-record to fa-acct-record
                    move fa-acct-currency to xf-xfer-rep-from-ccy
                    move fa-acct-balance to xf-xfer-rep-from-bal
            end-read

            move "N" to wk-to-flag
            move xf-xfer-req-to-acct to am-acct-number
            read acctmst-file
                invalid key
                    continue
                not invalid key
                    set wk-to-found to true
                    move am-acct-record to ta-acct-record
                    move ta-acct-currency to xf-xfer-rep-to-ccy
                    move ta-acct-balance to xf-xfer-rep-to-bal
            end-read.

       *> every refusal is decided here, before either account is
       *> rewritten -- a status left blank means the pair can land
        check-the-transfer.
            move xf-xfer-req-amount to wk-amount
            move wk-amount to wk-to-amount

            evaluate true
                when not wk-from-found or not wk-to-found
                    move "NOTFND" to xf-xfer-rep-status
                when fa-acct-closed or ta-acct-closed
                    move "CLOSED" to xf-xfer-rep-status
                when other
                    perform check-the-dormancy
            end-evaluate

            if xf-xfer-rep-status = spaces
                perform check-the-cover
            end-if

            if xf-xfer-rep-status = spaces
                perform check-the-velocity
            end-if.

       *> the debit leg is a debit like any POSTTXN debit: a dormant
       *> from account is refused until it is reactivated
        check-the-dormancy.
            call "ACCT0DRM" using fa-acct-number, wk-dormant-since
            end-call
            if wk-dormant-since not = spaces
                move "DORMANT" to xf-xfer-rep-status
            end-if.

        check-the-cover.
            call "ACCT0AVL" using fa-acct-number, wk-held-amount
            end-call
            compute wk-from-balance = fa-acct-balance - wk-amount
            compute wk-from-available =
                wk-from-balance - wk-held-amount
            if wk-from-available < zero
                move "OVERDRFT" to xf-xfer-rep-status
            else
                perform convert-the-credit
            end-if.

       *> the debit leg answers to the same velocity limits as a
       *> POSTTXN debit, or a transfer would be the way round them;
       *> one that breaches is filed for review as a transfer and
       *> nothing lands.  A hold that could not be filed answers
       *> ERROR rather than VELHELD with no id to chase
        check-the-velocity.
            move wk-amount to wk-leg-amount
            move spaces to wk-breach-reason
            call "ACCT0VEL" using "CHECK   ", fa-acct-number,
                        cx-ctx-caller-id, wk-leg-amount,
                        cx-ctx-msg-id, wk-breach-reason,
                        xf-xfer-rep-review-id
            end-call

            if wk-breach-reason not = spaces
                call "ACCT0VEL" using "HOLDXFER", fa-acct-number,
                            cx-ctx-caller-id, wk-leg-amount,
                            cx-ctx-msg-id, wk-breach-reason,
                            xf-xfer-rep-review-id
                end-call
                if xf-xfer-rep-review-id = spaces
                    move "ERROR" to xf-xfer-rep-status
                else
                    move "VELHELD" to xf-xfer-rep-status
                end-if
            end-if.

        convert-the-credit.
            if fa-acct-currency not = ta-acct-currency
                call "RMQ0RATE" using wk-amount, fa-acct-currency,
                            ta-acct-currency, wk-to-amount,
                            wk-rate-rc, wk-rate-as-of, wk-rate-date
                end-call
                if wk-rate-rc not = 0 and wk-rate-rc not = 4
                    move "NORATE" to xf-xfer-rep-status
                end-if
            end-if

            if xf-xfer-rep-status = spaces
                compute wk-to-balance = ta-acct-balance + wk-to-amount
            end-if.

       *> the debit first; if the credit then won't go, the from
       *> account is put back as it was read and nothing is
       *> journaled -- the pair lands whole or not at all
        post-both-legs.
            move fa-acct-record to am-acct-record
            move wk-from-balance to am-acct-balance
            perform stamp-the-record
            rewrite am-acct-record
                invalid key
                    move "ERROR" to xf-xfer-rep-status
            end-rewrite

            if xf-xfer-rep-status = spaces
                move ta-acct-record to am-acct-record
                move wk-to-balance to am-acct-balance
                perform stamp-the-record
                rewrite am-acct-record
                    invalid key
                        move "ERROR" to xf-xfer-rep-status
                        perform put-back-the-debit
                end-rewrite
            end-if

            if xf-xfer-rep-status = spaces
                move "OK" to xf-xfer-rep-status
                move wk-from-balance to xf-xfer-rep-from-bal
                move wk-to-amount    to xf-xfer-rep-to-amount
                move wk-to-balance   to xf-xfer-rep-to-bal
                perform journal-both-legs
                perform count-the-debit
            end-if.

        put-back-the-debit.
            move fa-acct-record to am-acct-record
            rewrite am-acct-record
                invalid key
                    move "transfer credit leg failed and the debit "
                            & "could not be put back" to error-text
                    call "RMQ0ERR" using
                                "XFERTXN ", "REVERSAL                ",
                                0, rmq-no-name, rmq-no-name,
                                error-text
                    end-call
            end-rewrite.

        journal-both-legs.
            move wk-amount to wk-leg-amount
            call "ACCT0PST" using fa-acct-number, wk-debit-dc,
                        wk-leg-amount, wk-from-balance, wk-source,
                        cx-ctx-msg-id, xf-xfer-req-ref
            end-call

            move wk-to-amount to wk-leg-amount
            call "ACCT0PST" using ta-acct-number, wk-credit-dc,
                        wk-leg-amount, wk-to-balance, wk-source,
                        cx-ctx-msg-id, xf-xfer-req-ref
            end-call.

       *> only once both legs have landed does the debit count
       *> against the limits
        count-the-debit.
            move wk-amount to wk-leg-amount
            call "ACCT0VEL" using "COUNT   ", fa-acct-number,
                        cx-ctx-caller-id, wk-leg-amount,
                        cx-ctx-msg-id, wk-breach-reason,
                        xf-xfer-rep-review-id
            end-call.

        stamp-the-record.
            accept wk-today from date yyyymmdd
            accept wk-now from time

            move spaces to am-acct-updated-date
            string wk-today-yyyy delimited by size
                   "-" delimited by size
                   wk-today-mm delimited by size
                   "-" delimited by size
                   wk-today-dd delimited by size
                   into am-acct-updated-date
            end-string
            move spaces to am-acct-updated-time
            string wk-now-hh delimited by size
                   ":" delimited by size
                   wk-now-mi delimited by size
                   ":" delimited by size
                   wk-now-ss delimited by size
                   into am-acct-updated-time
            end-string.

        build-the-reply.
            allocate (95) characters initialized returning odata
            set address of odata-view to odata
            move xf-xfertxn-reply to odata-view
            move wk-reply-len to olen.

        end program xfertxn.
