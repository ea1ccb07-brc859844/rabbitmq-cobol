       *> ack on the durable RMQACKS ledger for ACKMATCH to pair
       *> against the publish audit trail.  A message on the ack queue
       *> that isn't a well-formed SERVICE-ACK is counted and dropped;
       *> it proves nothing either way.  Neither does an ack whose
       *> RMQ0MSIG signature does not verify against the sender's key:
       *> it is counted on its own and dropped BADSIGN.

        environment division.
        input-output section.

        01  wk-ack-count           binary-long value 0.
        01  wk-dropped-count       binary-long value 0.
        01  wk-badsign-count       binary-long value 0.
        01  wk-msg-signature       pic x(32).
        01  wk-sign-outcome        pic x(8).
            88 wk-sign-refused     value "BADSIGN".

        01  wk-caud-id             pic x(36).
        01  wk-caud-disp           pic x(8).
            perform consume-loop until wk-all-done

            display "ackdrain: acks filed=" wk-ack-count
                    " dropped=" wk-dropped-count
                    " bad signature=" wk-badsign-count.

        consume-loop.
            call "RMQ_CONSUME_MESSAGE" using
            move spaces to wk-caud-id
            move "DROPPED " to wk-caud-disp

            call "RMQ0MSIG" using "VERIFY  ", msg-buffer, msg-len,
                        wk-msg-signature, wk-sign-outcome
            end-call

            if wk-sign-refused
                add 1 to wk-badsign-count
                move msg-buffer(1:36) to wk-caud-id
                move "BADSIGN " to wk-caud-disp
            else
                perform check-the-ack
            end-if

       *> every consumer leaves its line on the consume audit trail
            call "RMQ0CAUD" using "ACKDRAIN", queue-name,
                        msg-routing-key, wk-caud-id, msg-len,
                        wk-caud-disp, msg-buffer, wk-msg-signature
            end-call.

        check-the-ack.
            if msg-len < wk-env-header-len
                add 1 to wk-dropped-count
            else
                    perform write-ack-entry
                    move "FILED   " to wk-caud-disp
                end-if
            end-if.

        write-ack-entry.
            add 1 to wk-ack-count
