      *> rmqgrjn.cpy
      *>
      *> One entry on the RMQGRCPJRN goods-receipt journal -- every
      *> GOODS-RECEIPT GRCPAPLY worked and what became of it.
      *> INVRECON adds the day's applied receipts into each item's
      *> expected on-hand, since the inventory system sees the same
      *> deliveries.
      *>
      *>   grj-result  APPLIED  on-hand raised, booked against
      *>                        grj-req-id
      *>               UNREQ    on-hand raised, but no requisition
      *>                        was outstanding for the item
      *>               NOITEM   the item isn't on ITEMMST -- not
      *>                        applied
      *>               BADQTY   the quantity doesn't parse or is
      *>                        zero -- not applied
      *>               NOLOC    the item is stocked by location but
      *>                        no warehouse it is stocked at could
      *>                        be named for the receipt -- not
      *>                        applied
      *>
      *> grj-whse is the location the receipt went on (blank for
      *> single-site stock), so INVRECON can prove it per location.
      *>
       01 :PFX:-grj-entry.
           05 :PFX:-grj-date           pic x(10).
           05 :PFX:-grj-time           pic x(8).
           05 :PFX:-grj-req-id         pic x(12).
           05 :PFX:-grj-item-code      pic x(10).
           05 :PFX:-grj-qty            pic 9(7).
           05 :PFX:-grj-supplier-ref   pic x(20).
           05 :PFX:-grj-result         pic x(8).
               88 :PFX:-grj-applied    value "APPLIED", "UNREQ".
           05 :PFX:-grj-whse           pic x(4).
