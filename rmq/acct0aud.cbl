       *> images; this program stamps the date and time and files it.
       *> A change that moved the balance is also filed on the keyed
       *> ACCTHST history through ACCT0HST, so a screen correction
       *> shows up in a GETHIST reply the same as a POSTTXN posting,
       *> and is held against the holder's balance notifications
       *> through ACCT0NTF the same way.

        environment division.
        input-output section.
        01  wk-hist-amount         pic 9(9)v99.
        01  wk-hist-source         pic x(8) value "ACCTMNT".
        01  wk-hist-msg-id         pic x(36) value spaces.
        01  wk-hist-xfer-ref       pic x(16) value spaces.

        linkage section.
        01  lk-user                pic x(8).
                end-if

                call "ACCT0HST" using lk-acct-number, wk-hist-dc,
                            wk-hist-amount, lk-after-balance,
                            wk-hist-source, wk-hist-msg-id,
                            wk-hist-xfer-ref
                end-call

                call "ACCT0NTF" using lk-acct-number, wk-hist-dc,
                            wk-hist-amount, lk-after-balance,
                            wk-hist-source, wk-hist-msg-id
                end-call
