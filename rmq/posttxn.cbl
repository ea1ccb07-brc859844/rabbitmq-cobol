       *> account number, a debit/credit indicator and an amount
       *> (rmqpstxn.cpy); the movement is applied to am-acct-balance
       *> on the ACCTMST account master and the new balance goes back
       *> in the typed reply.  A debit the available balance (the
       *> balance less its active ACCTHOLD holds, through ACCT0AVL)
       *> can't cover answers OVERDRFT, a closed account answers
       *> CLOSED, and a debit to an account DORMSCAN has flagged
       *> dormant (ACCT0DRM) answers DORMANT -- none touches the
       *> master.  A debit that breaks an RMQVELOC velocity limit
       *> (postings an hour, value a day, single-posting ceiling,
       *> per account and per caller -- ACCT0VEL) is held, not
       *> applied: it goes on the ACCTREVW review file for a second
       *> user to release or reject on the ACCTVREV screen, and
       *> answers VELHELD.  Every posting that
       *> lands is journaled to the durable ACCTPOST posting journal
       *> through ACCT0PST with the envelope msg-id it arrived under,
       *> so partner payment traffic leaves the same kind of trail
       *> the ACCTMNT screen leaves on ACCTAUD.  The master stays
       *> open across calls the same way GETBAL holds it open --
       *> and, like GETBAL, it honours the ACCTLDST load-state
       *> interlock: a posting landing mid-refresh answers RETRY
       *> instead of rewriting onto a half-built or already-unlinked
       *> master, and a fresh READY stamp drops the stale handle and
       *> reopens the new file.

        environment division.
        input-output section.
            copy rmqnull.

        01  wk-max-idata-len    usage binary-long value 16384.
        01  wk-reply-len        usage binary-long value 41.
        01  idata-view          pic x(16384) based.
        01  odata-view          pic x(41) based.
        01  txt                 pic x(60) based.

        01  wk-new-balance      pic s9(9)v99.
        01  wk-held-amount      pic 9(11)v99.
        01  wk-new-available    pic s9(11)v99.
        01  wk-breach-reason    pic x(20).
        01  wk-dormant-since    pic x(10).
        01  wk-source           pic x(8) value "POSTTXN".
        01  wk-no-xfer-ref      pic x(16) value spaces.

        01  wk-today            pic 9(8).
        01  wk-today-edit       redefines wk-today.
        post-the-movement.
            move pt-postt-req-acct to pt-postt-rep-acct
            move zero to pt-postt-rep-balance
            move spaces to pt-postt-rep-review-id

            perform check-the-load-state

                    end-if
            end-read.

       *> the overdraft rule: a debit may spend the available
       *> balance to zero but never through it -- money under a hold
       *> is not there to spend.  A credit always lands, but a
       *> debit to a dormant account is refused until ACCTMNT
       *> reactivates it.  A debit that could land is then held to
       *> the RMQVELOC velocity limits through ACCT0VEL: one that
       *> breaches a limit is not applied but filed for review and
       *> answered VELHELD with its review id, and one that posts is
       *> counted against them.
        apply-the-movement.
            move zero to wk-held-amount
            move spaces to wk-breach-reason
            move spaces to wk-dormant-since
            if pt-postt-req-debit
                compute wk-new-balance =
                    am-acct-balance - pt-postt-req-amount
                call "ACCT0AVL" using am-acct-number, wk-held-amount
                end-call
                call "ACCT0DRM" using am-acct-number, wk-dormant-since
                end-call
            else
                compute wk-new-balance =
                    am-acct-balance + pt-postt-req-amount
            end-if
            compute wk-new-available = wk-new-balance - wk-held-amount

            if pt-postt-req-debit and wk-new-available not < zero
               and wk-dormant-since = spaces
                call "ACCT0VEL" using "CHECK   ", am-acct-number,
                            cx-ctx-caller-id, pt-postt-req-amount,
                            cx-ctx-msg-id, wk-breach-reason,
                            pt-postt-rep-review-id
                end-call
            end-if

            evaluate true
                when wk-dormant-since not = spaces
                    move am-acct-balance to pt-postt-rep-balance
                    move "DORMANT" to pt-postt-rep-status
                when pt-postt-req-debit and wk-new-available < zero
                    move am-acct-balance to pt-postt-rep-balance
                    move "OVERDRFT" to pt-postt-rep-status
                when wk-breach-reason not = spaces
                    perform hold-for-review
                when other
                    perform post-the-posting
            end-evaluate.

        post-the-posting.
            move wk-new-balance to am-acct-balance
            perform stamp-the-record
            rewrite am-acct-record
            move wk-new-balance to pt-postt-rep-balance
            move "OK" to pt-postt-rep-status

            call "ACCT0PST" using pt-postt-req-acct,
                        pt-postt-req-dc, pt-postt-req-amount,
                        wk-new-balance, wk-source, cx-ctx-msg-id,
                        wk-no-xfer-ref
            end-call

            if pt-postt-req-debit
                call "ACCT0VEL" using "COUNT   ", am-acct-number,
                            cx-ctx-caller-id, pt-postt-req-amount,
                            cx-ctx-msg-id, wk-breach-reason,
                            pt-postt-rep-review-id
                end-call
            end-if.

       *> the master is left as it was; a hold that could not be
       *> filed answers ERROR rather than VELHELD with no id to chase
        hold-for-review.
            move am-acct-balance to pt-postt-rep-balance
            call "ACCT0VEL" using "HOLD    ", am-acct-number,
                        cx-ctx-caller-id, pt-postt-req-amount,
                        cx-ctx-msg-id, wk-breach-reason,
                        pt-postt-rep-review-id
            end-call

            if pt-postt-rep-review-id = spaces
                move "ERROR" to pt-postt-rep-status
            else
                move "VELHELD" to pt-postt-rep-status
            end-if.

        stamp-the-record.
            accept wk-today from date yyyymmdd
            accept wk-now from time
            end-string.

        build-the-reply.
            allocate (41) characters initialized returning odata
            set address of odata-view to odata
            move pt-posttxn-reply to odata-view
            move wk-reply-len to olen.
