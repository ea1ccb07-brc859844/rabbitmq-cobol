      *> rmqprchg.cpy
      *>
      *> One future-dated list price change on the PRICECHG file --
      *> the indexed file, keyed by item then effective date, that
      *> lets a price change be keyed ahead (function F on the
      *> ITEMMNT screen) and take effect on its date without waiting
      *> for the inventory extract to carry it.
      *>
      *>   prchg-status  P pending -- keyed, not yet on ITEMMST.
      *>                   PLACEORD already prices at it from its
      *>                   effective date, so the change holds from
      *>                   the first order of the day
      *>                 A applied -- PRICEAPL has moved it onto
      *>                   ITEMMST item-price.  ITEMLOAD keeps it in
      *>                   force over an extract that still carries
      *>                   the old price
      *>                 C confirmed -- the extract has caught up
      *>                   (or a later change superseded it); no
      *>                   longer enforced
      *>
       01 :PFX:-prchg-record.
           05 :PFX:-prchg-key.
               10 :PFX:-prchg-item-code    pic x(10).
               10 :PFX:-prchg-eff-date     pic x(10).
           05 :PFX:-prchg-new-price        pic 9(7)v99.
           05 :PFX:-prchg-status           pic x(1).
               88 :PFX:-prchg-pending      value "P".
               88 :PFX:-prchg-applied      value "A".
               88 :PFX:-prchg-confirmed    value "C".
           05 :PFX:-prchg-entered-by       pic x(8).
           05 :PFX:-prchg-entered-date     pic x(10).
           05 :PFX:-prchg-applied-date     pic x(10).
