      *> rmqshcf.cpy
      *>
      *> The body of a SHIP-CONFIRM message -- the warehouse's answer
      *> to an ORDFULFL SHIP-REQUEST, consumed by DEMO13 onto the
      *> RMQSHIPIN interface file and applied to RMQORDERS by
      *> SHIPCONF.  Carries the order id the request went out under,
      *> the day the goods left the dock, and one occurrence per line
      *> the warehouse is confirming: the RMQORDERS line number, the
      *> item (proved against the line so a mis-keyed confirmation
      *> can't ship the wrong stock), and how many units actually
      *> went.  A shipped quantity short of the ordered one is a
      *> short shipment; ship-line-count says how many occurrences
      *> are real.
      *>
       01 :PFX:-shcf-body.
           05 :PFX:-shcf-order-id      pic x(12).
           05 :PFX:-shcf-ship-date     pic x(10).
           05 :PFX:-shcf-line-count    pic 9(2).
           05 :PFX:-shcf-line          occurs 10 times.
               10 :PFX:-shcf-line-no   pic 9(2).
               10 :PFX:-shcf-item      pic x(10).
               10 :PFX:-shcf-qty       pic 9(5).
