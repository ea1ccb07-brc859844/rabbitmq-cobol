      *> rmqqdrpt.cpy
      *>
      *> One line of the RMQDEPRPT daily queue depth report -- one
      *> queue per line, rolled up from the QDEPHIST samples for one
      *> date by QDEPRPT: how many times it was sampled, the deepest
      *> it got and the time of the first sample at that depth, the
      *> fewest consumers seen, where it stood at the last sample of
      *> the day, and how many samples breached its thresholds.
      *>
       01 :PFX:-qdrpt-report.
           05 :PFX:-qdrpt-date           pic x(10).
           05 :PFX:-qdrpt-queue-name     pic x(50).
           05 :PFX:-qdrpt-samples        pic zzzz9.
           05 :PFX:-qdrpt-peak-depth     pic zzzzzzzz9.
           05 :PFX:-qdrpt-peak-time      pic x(8).
           05 :PFX:-qdrpt-low-consumers  pic zzzz9.
           05 :PFX:-qdrpt-last-depth     pic zzzzzzzz9.
           05 :PFX:-qdrpt-last-consumers pic zzzz9.
           05 :PFX:-qdrpt-breaches       pic zzzz9.
           05 :PFX:-qdrpt-missing        pic zzzz9.
