      *> rmqsvccl.cpy
      *>
      *> One batch closure on the SVCCLOSE file -- a routing key a
      *> running batch program has closed through RMQ0SVCC under an
      *> RMQSVCHRS BATCH rule, keyed by the key and the program so
      *> two jobs can hold the same service closed and it reopens
      *> only when both have finished.  The record goes when the
      *> program reopens the service; one left behind by a job that
      *> failed part way is cleared by rerunning the job or, once
      *> its files are known good, by SVCOPEN.
      *>
       01 :PFX:-svcc-record.
           05 :PFX:-svcc-key.
               10 :PFX:-svcc-routing-key  pic x(50).
               10 :PFX:-svcc-program      pic x(8).
           05 :PFX:-svcc-closed-date      pic x(10).
           05 :PFX:-svcc-closed-time      pic x(8).
           05 :PFX:-svcc-reason           pic x(40).
