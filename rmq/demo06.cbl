       *> plus up to ten concatenated 200-byte body segments
       *> envelope header plus the biggest inline set body
        01  wk-pub-buffer         pic x(2200).
        01  wk-msg-signature      pic x(32).
        01  wk-sign-outcome       pic x(8).

       *> multi-record set assembly state -- the open header's
       *> routing, the concatenated bodies, and every raw record of
            move spaces to wk-prog-buffer
            move pv-envelope(1:wk-prog-msg-len)
                    to wk-prog-buffer(1:wk-prog-msg-len)
            call "RMQ0MSIG" using "SIGN    ", wk-prog-buffer,
                        wk-prog-msg-len, wk-msg-signature,
                        wk-sign-outcome
            end-call

            call "RMQ_PUBLISH" using
                            by value conn

       *> the sequence belongs to the destination key, and a fanned-
       *> out transaction visits several -- so each destination gets
       *> its own number stamped straight into the buffer copy, and
       *> is signed over it -- so the last destination's signature
       *> comes off before anything else is done with the buffer
        publish-to-destination.
            call "RMQ0MSIG" using "STRIP   ", wk-pub-buffer, wk-msg-len,
                        wk-msg-signature, wk-sign-outcome
            end-call

            move "N" to wk-held-flag
            call "RMQ0HOLD" using dest-exchange, dest-routing-key,
                        wk-held-flag
            end-call
            move ev-env-sequence to wk-pub-buffer(82:9)
            move "DEMO06" to wk-pub-buffer(91:8)
       *> signed last, after the cipher and the sequence, over
       *> exactly the bytes that cross the broker
            call "RMQ0MSIG" using "SIGN    ", wk-pub-buffer, wk-msg-len,
                        wk-msg-signature, wk-sign-outcome
            end-call
            accept wk-perf-start from time
            call "RMQ_PUBLISH" using
                            by value conn
