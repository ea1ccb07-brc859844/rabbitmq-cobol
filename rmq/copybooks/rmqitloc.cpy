      *> rmqitloc.cpy
      *>
      *> One item at one warehouse on the ITEMLOC item-location
      *> file -- the indexed file that holds on-hand per item per
      *> warehouse, keyed by item code then warehouse code so every
      *> location of an item sits together.  Built by ITEMLOAD from
      *> the ITEMLOCX location-level extract alongside ITEMMST; an
      *> item with locations carries the sum of them as its ITEMMST
      *> item-onhand, so the item-level checks still hold, while an
      *> item with none is stocked in one place and works off
      *> ITEMMST alone as it always has.  All movement goes through
      *> ITEM0LOC.
      *>
      *> loc-loaded-onhand is the location's opening position for
      *> INVRECON, the way item-loaded-onhand is the item's;
      *> loc-reorder-level / loc-reorder-qty drive REORDCHK at
      *> location level (a zero level means the location isn't
      *> monitored).
      *>
       01 :PFX:-loc-record.
           05 :PFX:-loc-key.
               10 :PFX:-loc-item-code  pic x(10).
               10 :PFX:-loc-whse       pic x(4).
           05 :PFX:-loc-onhand         pic 9(7).
           05 :PFX:-loc-loaded-onhand  pic 9(7).
           05 :PFX:-loc-reorder-level  pic 9(7).
           05 :PFX:-loc-reorder-qty    pic 9(7).
           05 :PFX:-loc-updated-date   pic x(10).
           05 :PFX:-loc-updated-time   pic x(8).
