      *> rmqrtord.cpy
      *>
      *> Typed request/reply pair for the RETURNORD service (handler:
      *> RETRNORD, routed through RMQSVCRG the same as any other
      *> service) -- the customer return of goods that have already
      *> left the dock, where CANCELORD only unwinds an order still
      *> accepted.  A caller sends the order id PLACEORD handed out
      *> and up to 10 lines, each naming the order line, how many
      *> units came back and their condition: R resaleable (back on
      *> ITEMMST on-hand; blank reads as R) or D damaged (written
      *> off, not restocked).  A line may only return what shipped
      *> on it less what earlier returns already took back.  The
      *> returned value -- ord-value in proportion to the units, the
      *> same proration BILLRUN bills a short shipment on -- is
      *> credited to the ordering account through POSTTXN, so the
      *> credit lands on ACCTMST and the ACCTPOST journal under the
      *> usual posting rules, and each line is kept on the
      *> RMQRETURNS return file.
      *>
      *> The status answers OK (credited, stock returned), NOTFND
      *> (no such order), NOTSHIPD (a line that isn't shipped or
      *> completed, or isn't on the order), OVERRTN (more units than
      *> remain returnable on a line), BADREQ (the request doesn't
      *> parse), NOACCT (the ordering account is gone from ACCTMST),
      *> POSTTXN's own refusal (CLOSED, RETRY...) or ERROR.  Nothing
      *> is credited, restocked or recorded unless every line is
      *> good; rtord-rep-fail-line names the first request line
      *> (01-10) that wasn't.
      *>
       01 :PFX:-rtord-request.
           05 :PFX:-rtord-req-order-id    pic x(12).
           05 :PFX:-rtord-req-line-count  pic 9(2).
           05 :PFX:-rtord-req-line        occurs 10 times.
               10 :PFX:-rtord-req-line-no   pic 9(2).
               10 :PFX:-rtord-req-qty       pic 9(5).
               10 :PFX:-rtord-req-condition pic x(1).
                   88 :PFX:-rtord-req-resaleable value "R", " ".
                   88 :PFX:-rtord-req-damaged    value "D".
       01 :PFX:-rtord-reply.
           05 :PFX:-rtord-rep-order-id    pic x(12).
           05 :PFX:-rtord-rep-credit      pic 9(9)v99.
           05 :PFX:-rtord-rep-status      pic x(8).
           05 :PFX:-rtord-rep-fail-line   pic 9(2).
