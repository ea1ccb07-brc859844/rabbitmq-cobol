      *> rmqstref.cpy
      *>
      *> The body of a STATEMENT-REF message -- published by ACCTSTMT,
      *> confirmed and audited, to the routing key of an account
      *> holder who takes electronic statements.  The statement
      *> itself is too big for the envelope: it sits in the payload
      *> library (RMQ0PAYL) under stref-payl-key, exactly as the
      *> print image has it -- stref-line-count lines of
      *> stref-line-width characters each, back to back -- and the
      *> holder fetches it and proves the checksum the same way any
      *> PAYLOAD-REF consumer does.
      *>
       01 :PFX:-stref-body.
           05 :PFX:-stref-acct-number    pic x(10).
           05 :PFX:-stref-stmt-month     pic x(7).
           05 :PFX:-stref-payl-key       pic x(20).
           05 :PFX:-stref-payl-len       pic 9(5).
           05 :PFX:-stref-payl-checksum  pic 9(9).
           05 :PFX:-stref-line-count     pic 9(4).
           05 :PFX:-stref-line-width     pic 9(3).
