
                if wk-select-id = "ALL"
                   or wk-select-id = fp-quar-msg-id
                    if fp-quar-msg-len > 334
                        display "quarfix: "
                                function trim(fp-quar-msg-id)
                                " body was truncated at quarantine, "
                end-call

                if confirm-was-nacked
                    move "broker returned the message unconfirmed "
                            & "(nack)" to error-text
                end-if

                move rmq-rc-unroutable to return-code
