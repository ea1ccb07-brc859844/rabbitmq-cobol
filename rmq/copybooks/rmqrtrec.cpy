      *> rmqrtrec.cpy
      *>
      *> One returned order line on the durable RMQRETURNS return
      *> file, written by the RETURNORD service once the credit has
      *> posted.  RETURNORD adds up an order line's earlier entries
      *> here before it accepts another return against it, so the
      *> same units can never be returned -- and credited -- twice.
      *> rtn-value is what was credited for the line; rtn-msg-id is
      *> the envelope msg-id the return arrived under, the same one
      *> the ACCTPOST credit carries.
      *>
       01 :PFX:-return-record.
           05 :PFX:-rtn-date          pic x(10).
           05 :PFX:-rtn-time          pic x(8).
           05 :PFX:-rtn-order-id      pic x(12).
           05 :PFX:-rtn-line-no       pic 9(2).
           05 :PFX:-rtn-item-code     pic x(10).
           05 :PFX:-rtn-acct-number   pic x(10).
           05 :PFX:-rtn-qty           pic 9(5).
           05 :PFX:-rtn-condition     pic x(1).
               88 :PFX:-rtn-resaleable value "R".
               88 :PFX:-rtn-damaged    value "D".
           05 :PFX:-rtn-value         pic 9(9)v99.
           05 :PFX:-rtn-msg-id        pic x(36).
