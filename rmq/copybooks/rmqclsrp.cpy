      *> rmqclsrp.cpy
      *>
      *> The typed CLOSED reply RMQDISP sends a caller whose request
      *> arrived while the service was closed -- outside its RMQSVCHRS
      *> hours, inside a planned outage, or held closed by a batch
      *> job.  clsd-reopen-date/time say when the service opens again
      *> (blank when a batch job holds it and no time can be
      *> promised); clsd-reason says why it is closed.  The handler
      *> is never called, so the caller can simply send again later.
      *>
       01 :PFX:-closed-reply.
           05 :PFX:-clsd-status        pic x(8).
           05 :PFX:-clsd-routing-key   pic x(50).
           05 :PFX:-clsd-reopen-date   pic x(10).
           05 :PFX:-clsd-reopen-time   pic x(5).
           05 :PFX:-clsd-reason        pic x(40).
