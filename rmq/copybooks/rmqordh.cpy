      *> rmqordh.cpy
      *>
      *> One order line on the ORDHIST order history -- the indexed
      *> file, keyed by order id and line number with an alternate
      *> key on the ordering account, that closed orders are purged
      *> into from the working RMQORDERS file by ORDPURGE.  An order
      *> goes once every one of its lines is completed or cancelled
      *> and it is older than the retention age, so RMQORDERS stays
      *> the small file of live orders that ORDFULFL, CANCLORD and
      *> SHIPCONF rewrite whole, and the ORDSTAT inquiry service can
      *> still answer for an order long gone from it.
      *>
      *> ordh-order-image is the RMQORDERS record exactly as it
      *> stood when purged (rmqordr.cpy), held whole so the history
      *> never drifts from the order layout; ordh-purged-date is the
      *> day it moved.
      *>
       01 :PFX:-ordh-record.
           05 :PFX:-ordh-key.
               10 :PFX:-ordh-order-id      pic x(12).
               10 :PFX:-ordh-line-no       pic 9(2).
           05 :PFX:-ordh-acct-number       pic x(10).
           05 :PFX:-ordh-purged-date       pic x(10).
           05 :PFX:-ordh-order-image       pic x(128).
