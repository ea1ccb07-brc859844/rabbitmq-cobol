      *> rmqqtuse.cpy
      *>
      *> One caller's use of one routing key on one day, on the
      *> QUOTAUSE file RMQ0QUOT keeps for RMQDISP -- the running
      *> count its RMQQUOTA allowance is held against, shared by
      *> every dispatcher instance.  qtu-accepted counts requests let
      *> through, qtu-throttled those turned away; qtu-minute and
      *> qtu-minute-count are the clock minute being counted and how
      *> many were let through in it, and the peak is the busiest
      *> minute of the day.  The limits in force at the last call
      *> are kept with the counts so QUOTARPT shows usage against
      *> the allowance the caller actually had.
      *>
       01 :PFX:-qtu-record.
           05 :PFX:-qtu-key.
               10 :PFX:-qtu-date          pic x(10).
               10 :PFX:-qtu-caller-id     pic x(8).
               10 :PFX:-qtu-routing-key   pic x(50).
           05 :PFX:-qtu-accepted          pic 9(9).
           05 :PFX:-qtu-throttled         pic 9(9).
           05 :PFX:-qtu-minute            pic x(5).
           05 :PFX:-qtu-minute-count      pic 9(7).
           05 :PFX:-qtu-peak-minute-count pic 9(7).
           05 :PFX:-qtu-peak-minute       pic x(5).
           05 :PFX:-qtu-daily-limit       pic 9(7).
           05 :PFX:-qtu-minute-limit      pic 9(5).
           05 :PFX:-qtu-last-time         pic x(8).
