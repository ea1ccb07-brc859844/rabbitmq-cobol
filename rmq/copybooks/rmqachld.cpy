      *> rmqachld.cpy
      *>
      *> One hold on the ACCTHOLD account holds file: an amount of an
      *> account's balance earmarked -- for an order not yet billed,
      *> a disputed amount, a court order -- so it can't be spent
      *> while the ledger balance still carries it.  Keyed by the
      *> account and an HLD id off the HLDSEQ sequence file, so one
      *> account can carry any number of holds side by side.
      *>
      *> hold-placed-by names the user or program that placed it.  A
      *> hold is active until it is released (ACCTMNT function R) or
      *> its expiry date passes -- a blank expiry holds until
      *> released.  An active hold past its expiry already counts
      *> for nothing; the nightly HOLDLAPS sweep marks it lapsed.
      *> The available balance ACCT0AVL derives is am-acct-balance
      *> less every active hold.
      *>
       01 :PFX:-hold-record.
           05 :PFX:-hold-key.
               10 :PFX:-hold-acct-number pic x(10).
               10 :PFX:-hold-id          pic x(12).
           05 :PFX:-hold-amount          pic 9(9)v99.
           05 :PFX:-hold-reason          pic x(20).
           05 :PFX:-hold-placed-by       pic x(8).
           05 :PFX:-hold-placed-date     pic x(10).
           05 :PFX:-hold-placed-time     pic x(8).
           05 :PFX:-hold-expiry-date     pic x(10).
           05 :PFX:-hold-status          pic x(1).
               88 :PFX:-hold-active      value "A".
               88 :PFX:-hold-released    value "R".
               88 :PFX:-hold-lapsed      value "L".
           05 :PFX:-hold-ended-by        pic x(8).
           05 :PFX:-hold-ended-date      pic x(10).
