      *> (cancelled) when the stock goes back.  A blank status is a
      *> record from before the lifecycle existed and reads as
      *> accepted.
      *>
      *> ord-shipped-qty is what the warehouse's SHIP-CONFIRM said
      *> actually left the dock, set by SHIPCONF as the line moves to
      *> S.  It equals ord-qty on a full shipment and falls short of
      *> it on a short one (the shortfall goes back on ITEMMST
      *> on-hand); it is zero or blank on a line not yet shipped.
      *>
      *> ord-whse is the warehouse PLACEORD allocated the line to
      *> under the RMQWHSE sourcing preference -- the ITEMLOC
      *> location its stock was drawn from, the warehouse ORDFULFL
      *> sends the line's SHIP-REQUEST to, and the location any
      *> stock coming back (cancel, short shipment, return) goes
      *> back on.  Blank for an item stocked in one place only.
      *>
      *> ord-list-value is the line at the list price in force on
      *> the order date; ord-value is what the customer is charged
      *> after any price agreement, and ord-agr-id names the
      *> PRICEAGR agreement that priced the line (blank: list
      *> price).  The difference is the discount given.  A line from
      *> before agreements existed carries no list value and reads
      *> as sold at list.
      *>
       01 :PFX:-order-record.
           05 :PFX:-ord-order-id       pic x(12).
               88 :PFX:-ord-shipped    value "S".
               88 :PFX:-ord-completed  value "C".
               88 :PFX:-ord-cancelled  value "X".
           05 :PFX:-ord-shipped-qty    pic 9(5).
           05 :PFX:-ord-whse           pic x(4).
           05 :PFX:-ord-list-value     pic 9(9)v99.
           05 :PFX:-ord-agr-id         pic x(12).
