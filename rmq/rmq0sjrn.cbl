       *> activity journal for every message the dispatcher works
       *> through -- handled or not.  The RMQ0AUD of the service side:
       *> RMQDISP calls this once per dispatched message with what
       *> happened and which dispatcher instance it was, and the
       *> SVCSUMM daily summary rolls the file up by service.

        environment division.
        input-output section.
        01  lk-reply-len           binary-long.
        01  lk-elapsed-ms          binary-long.
        01  lk-outcome             pic x(8).
        01  lk-instance-id         pic x(8).
        01  lk-signature           pic x(32).
        01  lk-msg-id              pic x(36).
        01  lk-caller-id           pic x(8).

        procedure division using lk-queue-name, lk-routing-key,
                    lk-program, lk-correlation-id, lk-input-len,
                    lk-reply-len, lk-elapsed-ms, lk-outcome,
                    lk-instance-id, lk-signature, lk-msg-id,
                    lk-caller-id.

        main-para.
            accept wk-today from date yyyymmdd
            move lk-reply-len       to fp-sjrn-reply-len
            move lk-elapsed-ms      to fp-sjrn-elapsed-ms
            move lk-outcome         to fp-sjrn-outcome
            move lk-instance-id     to fp-sjrn-instance-id
            move lk-signature       to fp-sjrn-signature
            move lk-msg-id          to fp-sjrn-msg-id
            move lk-caller-id       to fp-sjrn-caller-id

            perform scrub-the-record

