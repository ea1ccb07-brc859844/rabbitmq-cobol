      *> rmqstdlv.cpy
      *>
      *> One line on the STMTDLV statement delivery ledger ACCTSTMT
      *> writes for each statement month -- how every statement went
      *> out.
      *>
      *>   stdl-delivery  E  the holder asked for electronic
      *>                  P  paper
      *>   stdl-result    SENT    delivered over the broker; the
      *>                          payload key and the STATEMENT-REF
      *>                          msg-id say where
      *>                  PAPER   on the bureau extract as asked
      *>                  BUREAU  electronic delivery failed
      *>                          (stdl-reason says why), so the
      *>                          statement went on the bureau
      *>                          extract after all
      *>
      *> A last line with stdl-acct-number *TOTAL* counts each result
      *> in stdl-sent / stdl-paper / stdl-bureau.
      *>
       01 :PFX:-stdl-line.
           05 :PFX:-stdl-stmt-month     pic x(7).
           05 :PFX:-stdl-acct-number    pic x(10).
           05 :PFX:-stdl-delivery       pic x(1).
           05 :PFX:-stdl-result         pic x(6).
           05 :PFX:-stdl-payl-key       pic x(20).
           05 :PFX:-stdl-msg-id         pic x(36).
           05 :PFX:-stdl-routing-key    pic x(50).
           05 :PFX:-stdl-reason         pic x(30).
           05 :PFX:-stdl-sent           pic 9(7).
           05 :PFX:-stdl-paper          pic 9(7).
           05 :PFX:-stdl-bureau         pic 9(7).
