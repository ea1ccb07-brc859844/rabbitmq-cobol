      *> rmqitlcx.cpy
      *>
      *> One item at one warehouse on the ITEMLOCX location-level
      *> inventory extract -- the per-site companion to ITEMEXTR the
      *> inventory system hands over, consumed by ITEMLOAD to build
      *> the ITEMLOC item-location file and by INVRECON to prove each
      *> location's day.  An item that appears here has its ITEMMST
      *> on-hand set to the sum of its locations.
      *>
       01 :PFX:-itemlocx-record.
           05 :PFX:-ilx-item-code      pic x(10).
           05 :PFX:-ilx-whse           pic x(4).
           05 :PFX:-ilx-onhand         pic 9(7).
           05 :PFX:-ilx-reorder-level  pic 9(7).
           05 :PFX:-ilx-reorder-qty    pic 9(7).
