       *> archived, the exchange and routing key must match, and the
       *> archived body must not have been truncated), so the repair
       *> door can't inject traffic we never sent.  Republishes are
       *> confirmed and audited like any other publish.  A repaired
       *> message is no longer what was signed: the old RMQ0MSIG
       *> trailer comes off and the repair goes out signed anew.

        environment division.
        input-output section.
        01  wk-pub-exchange-len   binary-long.
        01  wk-pub-key            pic x(50).
        01  wk-pub-key-len        binary-long.
       *> the longest repair the worklist holds, and a signature
       *> trailer on top
        01  wk-pub-buffer         pic x(370).
        01  wk-pub-len            binary-long.
        01  wk-msg-signature      pic x(32).
        01  wk-sign-outcome       pic x(8).
        01  wk-pub-good-flag      pic x(1).
            88 wk-pub-good        value "Y".
        01  wk-delivery-mode      binary-char value 2.
                move am-arch-routing-key to fr-repr-routing-key
                move am-arch-msg-len     to fr-repr-msg-len
                move am-arch-message     to fr-repr-message
                if am-arch-msg-len > 334
                    add 1 to wk-trunc-count
                    move "TRUNC" to fr-repr-disposition
                else
                    display "ackexcep: refused "
                            function trim(fi-repr-orig-msg-id)
                            " -- routing differs from the archive"
                when am-arch-msg-len > 334
                    add 1 to wk-refused-count
                    display "ackexcep: refused "
                            function trim(fi-repr-orig-msg-id)
                            " -- archived body was truncated"
                when fi-repr-msg-len not numeric
                  or fi-repr-msg-len = 0
                  or fi-repr-msg-len > 334
                    add 1 to wk-refused-count
                    display "ackexcep: refused "
                            function trim(fi-repr-orig-msg-id)
            move spaces to wk-pub-buffer
            move fi-repr-message(1:wk-pub-len)
                    to wk-pub-buffer(1:wk-pub-len)
            call "RMQ0MSIG" using "STRIP   ", wk-pub-buffer, wk-pub-len,
                        wk-msg-signature, wk-sign-outcome
            end-call
            call "RMQ0MSIG" using "SIGN    ", wk-pub-buffer, wk-pub-len,
                        wk-msg-signature, wk-sign-outcome
            end-call

            move "N" to wk-pub-good-flag

