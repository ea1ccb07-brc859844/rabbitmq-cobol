            copy rmqenv replacing ==:pfx:== by ==ev==.
        01  wk-env-header-len     binary-long value 98.
        01  wk-msg-len            binary-long.
        01  wk-pub-buffer         pic x(334).
        01  wk-msg-signature      pic x(32).
        01  wk-sign-outcome       pic x(8).

        01  wk-today              pic 9(8).
        01  wk-today-edit         redefines wk-today.
            move spaces to wk-pub-buffer
            move ev-envelope(1:wk-msg-len)
                    to wk-pub-buffer(1:wk-msg-len)
            call "RMQ0MSIG" using "SIGN    ", wk-pub-buffer, wk-msg-len,
                        wk-msg-signature, wk-sign-outcome
            end-call

            call "RMQ_PUBLISH" using
                            by value conn
