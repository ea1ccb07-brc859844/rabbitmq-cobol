      *> the value against the account's credit limit, and records
      *> it on RMQORDERS, so the shop can say what moved in money
      *> and not just in units.
      *>
      *> Between refreshes the ITEMMNT screen adds items and changes
      *> price, reorder settings and on-hand directly; each change is
      *> journaled on ITEMADJ (rmqitadj.cpy) with its before/after
      *> images.
      *>
       01 :PFX:-item-record.
           05 :PFX:-item-code          pic x(10).
