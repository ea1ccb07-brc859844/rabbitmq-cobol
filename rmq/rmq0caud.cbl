        program-id.    rmq0caud.

       *> rmq0caud appends one entry to the durable RMQCAUDIT consume
       *> audit trail for every message a consumer takes off a queue --
       *> the RMQ0AUD of the receiving side.  The caller says who
       *> consumed, from which queue, under which routing key and
       *> msg-id (spaces when the message carried none), how long the
       *> message was, what became of it, and hands over the body for
       *> the logged prefix and the RMQ0MSIG signature it arrived under
       *> (spaces for none); this program stamps the date and time,
       *> masks the logged copy per the RMQMASK rules the same way the
       *> publish trail is masked, and files it.

        environment division.
        input-output section.
        01  lk-msg-len             binary-long.
        01  lk-disposition         pic x(8).
        01  lk-message             pic x(279).
        01  lk-signature           pic x(32).

        procedure division using lk-program, lk-queue-name,
                    lk-routing-key, lk-msg-id, lk-msg-len,
                    lk-disposition, lk-message, lk-signature.

        main-para.
            accept wk-today from date yyyymmdd
            move lk-msg-id       to fp-caud-msg-id
            move lk-msg-len      to fp-caud-msg-len
            move lk-disposition  to fp-caud-disposition
            move lk-signature    to fp-caud-signature

            move 279 to wk-copy-len
            if lk-msg-len < 279
