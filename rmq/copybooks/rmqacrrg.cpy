      *> rmqacrrg.cpy
      *>
      *> One line of the ACCRREG month-end accrual register ACCTACR
      *> writes: for one open account and the month accrued, the
      *> balance the month opened and closed on, the average daily
      *> balance, how many days it spent overdrawn, the interest
      *> earned on credit balances, the interest and monthly fee
      *> charged for overdrawn days, the net that was posted and the
      *> balance that left on the master.  acrrg-status says POSTED,
      *> NIL (nothing to post) or FAILED (the posting could not be
      *> made -- the account keeps its balance and the run ends with
      *> a file-error return code).
      *>
       01 :PFX:-acrrg-line.
           05 :PFX:-acrrg-month          pic x(7).
           05 :PFX:-acrrg-acct-number    pic x(10).
           05 :PFX:-acrrg-currency       pic x(3).
           05 :PFX:-acrrg-opening        pic -(9)9.99.
           05 :PFX:-acrrg-closing        pic -(9)9.99.
           05 :PFX:-acrrg-avg-balance    pic -(9)9.99.
           05 :PFX:-acrrg-days-overdrawn pic z9.
           05 :PFX:-acrrg-cr-interest    pic z(8)9.99.
           05 :PFX:-acrrg-dr-interest    pic z(8)9.99.
           05 :PFX:-acrrg-fee            pic z(4)9.99.
           05 :PFX:-acrrg-net            pic -(9)9.99.
           05 :PFX:-acrrg-new-balance    pic -(9)9.99.
           05 :PFX:-acrrg-status         pic x(8).
