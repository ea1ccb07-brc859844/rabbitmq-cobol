      *> rmqostat.cpy
      *>
      *> Typed request/reply pair for the ORDSTAT order status
      *> inquiry service (handler: ORDSTAT, routed through RMQSVCRG
      *> the same as any other service) -- "where is order X"
      *> answered without anyone reading RMQORDERS by hand.  A
      *> caller sends either an order id PLACEORD handed out or, with
      *> the order id blank, an ordering account, and gets back each
      *> order line found: the order and line, the item, quantity
      *> and value, and the line's current ord-status (A accepted,
      *> P picked, S shipped, C completed, X cancelled -- the
      *> rmqordr.cpy lifecycle).  Live orders on RMQORDERS come
      *> first, then closed ones off the ORDHIST order history.
      *>
      *> The status answers OK (lines returned), NOTFND (no line for
      *> that order or account), BADREQ (neither given) or ERROR (the
      *> order file can't be read).  At most 20 lines are returned;
      *> ostat-rep-more is Y when there were more than that.  Unused
      *> occurrences come back as spaces; rep-count says how many are
      *> real.
      *>
       01 :PFX:-ordstat-request.
           05 :PFX:-ostat-req-order-id    pic x(12).
           05 :PFX:-ostat-req-acct        pic x(10).
       01 :PFX:-ordstat-reply.
           05 :PFX:-ostat-rep-status      pic x(8).
           05 :PFX:-ostat-rep-count       pic 9(2).
           05 :PFX:-ostat-rep-more        pic x(1).
           05 :PFX:-ostat-rep-line        occurs 20 times.
               10 :PFX:-ostat-rep-order-id  pic x(12).
               10 :PFX:-ostat-rep-line-no   pic 9(2).
               10 :PFX:-ostat-rep-item-code pic x(10).
               10 :PFX:-ostat-rep-qty       pic 9(5).
               10 :PFX:-ostat-rep-value     pic 9(9)v99.
               10 :PFX:-ostat-rep-line-stat pic x(1).
