      *> rmqshexc.cpy
      *>
      *> One line on the RMQSHIPEXC shipment exception file -- the
      *> order desk's worklist out of SHIPCONF.  A short shipment
      *> lands here with what was ordered, what went, and the
      *> shortfall that was put back on ITEMMST on-hand, so the desk
      *> can tell the customer before the invoice does.  A
      *> confirmation line that can't be matched to a picked
      *> RMQORDERS line, or that claims more than was ordered, lands
      *> here too and is not applied.
      *>
      *> shex-reason: SHORT (applied, shortfall restocked), NOMATCH
      *> (no picked line with that order id, line and item), OVERSHIP
      *> (more shipped than ordered -- left for the desk), BADQTY
      *> (the confirmation's quantity isn't numeric).
      *>
       01 :PFX:-shex-entry.
           05 :PFX:-shex-date          pic x(10).
           05 :PFX:-shex-time          pic x(8).
           05 :PFX:-shex-order-id      pic x(12).
           05 :PFX:-shex-line-no       pic 9(2).
           05 :PFX:-shex-item-code     pic x(10).
           05 :PFX:-shex-acct-number   pic x(10).
           05 :PFX:-shex-ordered-qty   pic 9(5).
           05 :PFX:-shex-shipped-qty   pic 9(5).
           05 :PFX:-shex-short-qty     pic 9(5).
           05 :PFX:-shex-reason        pic x(8).
               88 :PFX:-shex-short     value "SHORT".
               88 :PFX:-shex-nomatch   value "NOMATCH".
               88 :PFX:-shex-overship  value "OVERSHIP".
               88 :PFX:-shex-badqty    value "BADQTY".
