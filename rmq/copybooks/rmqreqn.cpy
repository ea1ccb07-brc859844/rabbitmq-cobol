      *> rmqreqn.cpy
      *>
      *> One purchase requisition on the RMQREQOPN open-requisition
      *> file.  REORDCHK files one for every PURCH-REQ it raises and
      *> will not raise a second for an item while one is still
      *> outstanding, so procurement stops getting the same
      *> requisition night after night; GRCPAPLY books the
      *> supplier's GOODS-RECEIPT messages against it; REQAGED
      *> reports the ones suppliers are sitting on.
      *>
      *>   req-status  O open -- nothing received yet
      *>               P part-received -- some of req-ordered-qty in
      *>               C closed -- received in full (or over), no
      *>                 longer outstanding
      *>
      *> req-id (REQ + 9 digits off the REQSEQ sequence file) travels
      *> on the PURCH-REQ body so the receipt can quote it back.
      *>
      *> req-whse is the warehouse the requisition restocks -- the
      *> ITEMLOC location whose reorder level tripped, blank for an
      *> item stocked in one place.  One requisition is outstanding
      *> per item per warehouse.
      *>
       01 :PFX:-req-record.
           05 :PFX:-req-id             pic x(12).
           05 :PFX:-req-item-code      pic x(10).
           05 :PFX:-req-raised-date    pic x(10).
           05 :PFX:-req-ordered-qty    pic 9(7).
           05 :PFX:-req-received-qty   pic 9(7).
           05 :PFX:-req-status         pic x(1).
               88 :PFX:-req-open       value "O".
               88 :PFX:-req-part       value "P".
               88 :PFX:-req-closed     value "C".
               88 :PFX:-req-outstanding value "O", "P".
           05 :PFX:-req-last-receipt   pic x(10).
           05 :PFX:-req-whse           pic x(4).
