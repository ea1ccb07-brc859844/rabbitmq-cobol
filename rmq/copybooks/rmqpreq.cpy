      *> hears about a coming stockout the day the level is crossed,
      *> not when orders start answering OUTOFSTK.  Carries the item,
      *> where its stock stood, the level that tripped, and how much
      *> the master says to order.  preq-req-id is the requisition
      *> REORDCHK filed on RMQREQOPN for it -- the reference the
      *> supplier's GOODS-RECEIPT quotes back.
      *>
      *> preq-whse (schema version 3) is the warehouse the stock is
      *> wanted at when the shortage is at one location of an item
      *> stocked at several; the on-hand and levels are then that
      *> location's.  Blank for single-site stock.
      *>
       01 :PFX:-preq-body.
           05 :PFX:-preq-item-code     pic x(10).
           05 :PFX:-preq-onhand        pic 9(7).
           05 :PFX:-preq-reorder-level pic 9(7).
           05 :PFX:-preq-reorder-qty   pic 9(7).
           05 :PFX:-preq-req-id        pic x(12).
           05 :PFX:-preq-whse          pic x(4).
