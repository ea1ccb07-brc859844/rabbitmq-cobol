      *> rmqreqag.cpy
      *>
      *> One line of the RMQREQAGED aged open-requisitions report
      *> REQAGED writes for procurement: every requisition still
      *> open or part-received RMQREQAGE days (default 7) after
      *> REORDCHK raised it -- what was asked for, what has come in,
      *> and what the supplier still owes, and the warehouse it is
      *> owed at (blank for single-site stock).
      *>
       01 :PFX:-reqag-line.
           05 :PFX:-reqag-date         pic x(10).
           05 :PFX:-reqag-req-id       pic x(12).
           05 :PFX:-reqag-item-code    pic x(10).
           05 :PFX:-reqag-raised-date  pic x(10).
           05 :PFX:-reqag-age-days     pic zzzz9.
           05 :PFX:-reqag-ordered      pic zzzzzz9.
           05 :PFX:-reqag-received     pic zzzzzz9.
           05 :PFX:-reqag-outstanding  pic zzzzzz9.
           05 :PFX:-reqag-status       pic x(8).
           05 :PFX:-reqag-whse         pic x(4).
