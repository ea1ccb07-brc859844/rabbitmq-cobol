      *> rmqextrl.cpy
      *>
      *> The control trailer a source system may put at the end of
      *> an ACCTEXTR or ITEMEXTR extract: a last record whose first
      *> ten bytes read *TRAILER* where a key would be, saying how
      *> many records came before it and what they add up to -- the
      *> balances for the ledger extract, the on-hand quantities for
      *> the inventory one.  ACCTGATE and ITEMGATE refuse an extract
      *> that doesn't agree with its trailer or carries anything
      *> after it; ACCTLOAD and ITEMLOAD pass over it.  An extract
      *> without one is still accepted -- not every source sends it.
      *>
       01 :PFX:-trailer-record.
           05 :PFX:-trl-marker           pic x(10).
               88 :PFX:-trl-is-trailer   value "*TRAILER*".
           05 :PFX:-trl-record-count     pic 9(9).
           05 :PFX:-trl-control-total    pic s9(13)v99.
           05 :PFX:-trl-extract-date     pic x(10).
