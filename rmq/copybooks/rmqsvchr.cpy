      *> rmqsvchr.cpy
      *>
      *> One rule on the RMQSVCHRS service hours table, consulted
      *> through RMQ0SVCH by RMQDISP before it calls a handler.
      *>
      *> HOURS rules say when a routing key is open: svh-days is
      *> seven Y/N flags, Monday through Sunday, and the service is
      *> open from svh-open-time up to svh-close-time (hh:mm; a close
      *> earlier than the open runs past midnight into the next day,
      *> and 24:00 is the end of the day).  A key with HOURS rules is
      *> open while any of them says so; a key with none is open
      *> around the clock, as every service was before the table.
      *>
      *> OUTAGE rules close a key for a planned maintenance window,
      *> from svh-from-date/time up to svh-to-date/time, whatever its
      *> hours say.
      *>
      *> BATCH rules name a batch program that closes the key while
      *> it runs: the program calls RMQ0SVCC to CLOSE at its start
      *> and OPEN when it finishes, so which services a job takes
      *> down is a data change here, not a recompile of the job.
      *>
      *> svh-reason is what the caller is told in the CLOSED reply.
      *>
       01 :PFX:-svh-entry.
           05 :PFX:-svh-rule          pic x(8).
               88 :PFX:-svh-hours     value "HOURS".
               88 :PFX:-svh-outage    value "OUTAGE".
               88 :PFX:-svh-batch     value "BATCH".
           05 :PFX:-svh-routing-key   pic x(50).
           05 :PFX:-svh-days          pic x(7).
           05 :PFX:-svh-open-time     pic x(5).
           05 :PFX:-svh-close-time    pic x(5).
           05 :PFX:-svh-from-date     pic x(10).
           05 :PFX:-svh-from-time     pic x(5).
           05 :PFX:-svh-to-date       pic x(10).
           05 :PFX:-svh-to-time       pic x(5).
           05 :PFX:-svh-program       pic x(8).
           05 :PFX:-svh-reason        pic x(40).
