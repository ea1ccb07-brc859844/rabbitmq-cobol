      *> rmqbkntf.cpy
      *>
      *> The body of a BACKORDER-FILLED message -- published by the
      *> BKOREL release pass, on the audited rails, for every
      *> backorder that finally cleared PLACEORD, so the partner
      *> learns the order it was told was backordered is now a real
      *> order and can match the BKO id it was given to the order id
      *> the warehouse and the invoice will carry.  bkn-caller-id is
      *> the partner the backorder was filed for.
      *>
       01 :PFX:-bkn-body.
           05 :PFX:-bkn-bko-id        pic x(12).
           05 :PFX:-bkn-order-id      pic x(12).
           05 :PFX:-bkn-acct-number   pic x(10).
           05 :PFX:-bkn-caller-id     pic x(8).
           05 :PFX:-bkn-filed-date    pic x(10).
           05 :PFX:-bkn-line-count    pic 9(2).
           05 :PFX:-bkn-value         pic 9(9)v99.
