       *> keyed companion to the flat ACCTPOST and ACCTAUD journals.
       *> The caller supplies the account, direction, amount, the
       *> balance the movement produced, who made it and the envelope
       *> msg-id (spaces when there isn't one) and, for a transfer
       *> leg, the transfer reference; this program stamps the
       *> posting date and time and writes the record, bumping the
       *> sequence digit when two movements land in the same second
       *> so nothing is silently dropped on a duplicate key.

        environment division.
        input-output section.
        01  lk-new-balance         pic s9(9)v99.
        01  lk-source              pic x(8).
        01  lk-msg-id              pic x(36).
        01  lk-xfer-ref            pic x(16).

        procedure division using lk-acct-number, lk-dc, lk-amount,
                    lk-new-balance, lk-source, lk-msg-id,
                    lk-xfer-ref.

        main-para.
            perform open-the-history
            move lk-amount      to fp-hist-amount
            move lk-new-balance to fp-hist-new-balance
            move lk-source      to fp-hist-source
            move lk-msg-id      to fp-hist-msg-id
            move lk-xfer-ref    to fp-hist-xfer-ref.

        write-the-record.
            move "N" to wk-written-flag
