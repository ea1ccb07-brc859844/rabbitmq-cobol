       *> and the envelope msg-id it arrived under; this program
       *> stamps the date and time and files it, and files the same
       *> movement on the keyed ACCTHST history through ACCT0HST so
       *> the GETHIST service can answer for it.  A transfer leg
       *> carries its transfer reference onto both; any other posting
       *> passes spaces.  The holder's balance notifications are
       *> then checked through ACCT0NTF.

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
            accept wk-today from date yyyymmdd
            move lk-new-balance to fp-acpst-new-balance
            move lk-source      to fp-acpst-source
            move lk-msg-id      to fp-acpst-msg-id
            move lk-xfer-ref    to fp-acpst-xfer-ref

            open extend acctpost-file
            if not acctpost-ok
            close acctpost-file

            call "ACCT0HST" using lk-acct-number, lk-dc, lk-amount,
                        lk-new-balance, lk-source, lk-msg-id,
                        lk-xfer-ref
            end-call

            call "ACCT0NTF" using lk-acct-number, lk-dc, lk-amount,
                        lk-new-balance, lk-source, lk-msg-id
            end-call

