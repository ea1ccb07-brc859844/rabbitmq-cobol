      *> rmqgrcp.cpy
      *>
      *> The body of a GOODS-RECEIPT message -- the goods-in dock
      *> saying stock has arrived from a supplier.  DEMO13's fan-out
      *> files it on RMQGRCPIN and GRCPAPLY adds grcp-received-qty to
      *> the item's ITEMMST on-hand and books it against the
      *> requisition grcp-req-id names (the id the PURCH-REQ
      *> carried).  A receipt quoting no requisition, or one that
      *> doesn't match the item, is booked against the item's oldest
      *> outstanding requisition instead.
      *>
      *> grcp-whse is the warehouse the goods landed at.  For an item
      *> stocked by location the receipt also goes on that ITEMLOC
      *> location; a blank warehouse takes the booked requisition's.
      *> The field rides at the end, so a dock still sending the old
      *> layout simply sends it blank.
      *>
       01 :PFX:-grcp-body.
           05 :PFX:-grcp-req-id        pic x(12).
           05 :PFX:-grcp-item-code     pic x(10).
           05 :PFX:-grcp-received-qty  pic 9(7).
           05 :PFX:-grcp-receipt-date  pic x(10).
           05 :PFX:-grcp-supplier-ref  pic x(20).
           05 :PFX:-grcp-whse          pic x(4).
