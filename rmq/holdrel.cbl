       *> publish.  Whatever is still held, or fails to publish, is
       *> carried forward into a fresh park file the way DEMO10
       *> carries its ledger, and the released/kept counts land on
       *> the RMQRELRPT control line.  The new sequence number changes
       *> the header, so each released message is signed through
       *> RMQ0MSIG as it goes, never while it sits parked.

        environment division.
        input-output section.
        01  wk-msg-len            binary-long.
        01  wk-delivery-mode      binary-char.
        01  wk-sequence           pic 9(9).
        01  wk-msg-signature      pic x(32).
        01  wk-sign-outcome       pic x(8).

        01  wk-today              pic 9(8).
        01  wk-today-edit         redefines wk-today.
                call "RMQ0SEQ" using dest-routing-key, wk-sequence
                end-call
                move wk-sequence to wk-pub-buffer(82:9)
                call "RMQ0MSIG" using "STRIP   ", wk-pub-buffer,
                            wk-msg-len, wk-msg-signature,
                            wk-sign-outcome
                end-call
                call "RMQ0MSIG" using "SIGN    ", wk-pub-buffer,
                            wk-msg-len, wk-msg-signature,
                            wk-sign-outcome
                end-call
            end-if

            call "RMQ_PUBLISH" using
