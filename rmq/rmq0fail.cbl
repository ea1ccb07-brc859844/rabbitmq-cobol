        01  lk-program            pic x(8).
        01  lk-exchange           pic x(50).
        01  lk-routing-key        pic x(50).
        01  lk-message            pic x(334).
        01  lk-msg-len            binary-long.

        procedure division using lk-program, lk-exchange,
