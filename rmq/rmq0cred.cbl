       *> for the auditors; "NEXT    " answers the staged rotation
       *> password under the same userid, for RMQ0CONN to fall over
       *> to when the current one stops opening connections.
       *> "SIGNKEY " and "SIGNNEXT" answer a message-signing key the
       *> same two ways for RMQ0MSIG: the environment is SIGN and the
       *> row must also carry the owner passed in lk-userid (RMQSHOP
       *> for ours, a partner's caller id for theirs), since the
       *> keystore holds one SIGN row for every signer.
       *>
       *> return codes: 0 resolved, 36 environment not on the
       *> keystore (or no keystore at all, or no next password
                    set rmqkeystore-eof to true
                not at end
                    if fp-cred-environment = lk-environment
                        perform match-the-owner
                    end-if
            end-read.

        match-the-owner.
            if lk-request-code = "SIGNKEY " or "SIGNNEXT"
                if fp-cred-userid = lk-userid
                    set wk-entry-found to true
                end-if
            else
                set wk-entry-found to true
            end-if.

        answer-the-request.
            evaluate lk-request-code
                when "CURRENT "
                when "SIGNKEY "
                    move fp-cred-userid   to lk-userid
                    move fp-cred-password to lk-password
                    move 0 to lk-return-code
                    perform stamp-the-use-log
                when "NEXT    "
                when "SIGNNEXT"
                    if fp-cred-next-password = spaces
                        move 36 to lk-return-code
                    else
