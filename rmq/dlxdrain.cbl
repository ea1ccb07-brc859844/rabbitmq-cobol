
            copy rmqenv replacing ==:pfx:== by ==ev==.
        01  wk-env-header-len      binary-long value 98.
        01  wk-msg-signature       pic x(32).
        01  wk-sign-outcome        pic x(8).
        01  wk-sig-len             binary-long.

        01  wk-done-flag           pic x(1) value "N".
            88 wk-all-done         value "Y".
                move spaces to fp-dlx-msg-id
            end-if

            move 334 to wk-copy-len
            if msg-len < 334
                move msg-len to wk-copy-len
            end-if
            if wk-copy-len > 0
            write fp-dlx-entry
            close rmqdlxrev-file

       *> every consumer leaves its line on the consume audit trail,
       *> with the signature the dead letter still carries -- the
       *> review copy keeps it too, so a reinject goes out as signed
            move msg-len to wk-sig-len
            call "RMQ0MSIG" using "EXTRACT ", msg-buffer, wk-sig-len,
                        wk-msg-signature, wk-sign-outcome
            end-call
            call "RMQ0CAUD" using "DLXDRAIN", dlq-name,
                        msg-routing-key, fp-dlx-msg-id, msg-len,
                        "DEADLTR ", msg-buffer, wk-msg-signature
            end-call

            perform tally-the-routing-key.

            if wk-select-id = "ALL"
               or wk-select-id = fp-dlx-msg-id
                if fp-dlx-msg-len > 334
                    display "dlxdrain: "
                            function trim(fp-dlx-msg-id)
                            " body was truncated at review, not "
