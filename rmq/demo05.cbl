        01 wk-epoch-day-num     binary-long.
        01 wk-today-day-num     binary-long.
        01 error-text           pic x(100).
        01 wk-fail-message      pic x(334).
        01 wk-msg-signature     pic x(32).
        01 wk-sign-outcome      pic x(8).

        01 conn                 usage pointer.
        01 props                usage pointer.
            move function length(function trim(msg)) to ev-env-body-len
            move msg to ev-env-body

            compute wk-env-len = wk-env-header-len + ev-env-body-len

       *> the signature trailer lands in the body area behind the
       *> text, which the 50-byte message never reaches
            call "RMQ0MSIG" using "SIGN    ", ev-envelope, wk-env-len,
                        wk-msg-signature, wk-sign-outcome
            end-call.

        publish-the-message.
            call "RMQ_PUBLISH" using
