        01  wk-env-header-len      binary-long value 98.
        01  wk-msg-len             binary-long.
        01  wk-pub-buffer          pic x(279).
        01  wk-msg-signature       pic x(32).
        01  wk-sign-outcome        pic x(8).
        01  wk-canary-tag          pic x(36).
        01  wk-canary-seq          pic 9(3) value 0.

            move spaces to wk-pub-buffer
            move ev-envelope(1:wk-msg-len)
                    to wk-pub-buffer(1:wk-msg-len)
       *> the probe goes out signed like any other traffic, so the
       *> signing path is part of what it proves
            call "RMQ0MSIG" using "SIGN    ", wk-pub-buffer, wk-msg-len,
                        wk-msg-signature, wk-sign-outcome
            end-call

            accept wk-perf-start from time

