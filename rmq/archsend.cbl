        01  wk-env-header-len     binary-long value 98.
        01  wk-body-len           binary-long.
        01  wk-msg-len            binary-long.
        01  wk-pub-buffer         pic x(334).
        01  wk-arch-len           binary-long.
        01  wk-sig-len            binary-long value 36.
        01  wk-msg-signature      pic x(32).
        01  wk-sign-outcome       pic x(8).

        01  dest-exchange         pic x(50).
        01  dest-exchange-len     binary-long.

       *> the archived record must hold the whole message and that
       *> message must open with a sound rmqenv header, or there is
       *> nothing we can honestly re-head and resend.  A signed copy
       *> carries its RMQ0MSIG trailer past the body; the re-head
       *> leaves it behind and the resend is signed afresh.
        resend-one-hit.
            add 1 to wk-hit-count
            move am-arch-msg-len to wk-arch-len

            if wk-arch-len > 334
                add 1 to wk-skipped-count
                display "archsend: skipped "
                        function trim(am-arch-msg-id)
                        to ov-envelope(1:wk-env-header-len)
                if wk-arch-len < wk-env-header-len
                   or ov-env-body-len not numeric
                   or (ov-env-body-len + wk-env-header-len
                        not = wk-arch-len
                       and ov-env-body-len + wk-env-header-len
                        + wk-sig-len not = wk-arch-len)
                    add 1 to wk-skipped-count
                    display "archsend: skipped "
                            function trim(am-arch-msg-id)
            move ev-env-sequence to wk-pub-buffer(82:9)
            move "ARCHSEND" to ev-env-caller-id
            move ev-env-caller-id to wk-pub-buffer(91:8)
            call "RMQ0MSIG" using "SIGN    ", wk-pub-buffer, wk-msg-len,
                        wk-msg-signature, wk-sign-outcome
            end-call

       *> the original msg-id rides the correlation-id property so
       *> the consumer can pair the resend to what it replaces
