      *> rmqqdhst.cpy
      *>
      *> One sample on the QDEPHIST queue depth history -- one line
      *> per queue each time QDEPMON runs, dated and timed off the
      *> clock, with the messages waiting and consumers attached as
      *> the broker reported them.  qdh-status says how the sample
      *> stood against its RMQDEPTH row:
      *>
      *>   OK       within its thresholds, or no row to hold it to
      *>   DEEP     more messages waiting than qdt-max-depth
      *>   NOCONS   fewer consumers than qdt-min-consumers
      *>   BOTH     both at once
      *>   MISSING  the broker could not answer for the queue; the
      *>            counts are zero and mean nothing
      *>
      *> QDEPRPT reads it back for peak depth per day; STATBRD shows
      *> the latest round of samples.
      *>
       01 :PFX:-qdh-entry.
           05 :PFX:-qdh-date             pic x(10).
           05 :PFX:-qdh-time             pic x(8).
           05 :PFX:-qdh-queue-name       pic x(50).
           05 :PFX:-qdh-messages         pic 9(9).
           05 :PFX:-qdh-consumers        pic 9(5).
           05 :PFX:-qdh-status           pic x(8).
               88 :PFX:-qdh-ok           value "OK".
               88 :PFX:-qdh-missing      value "MISSING".
               88 :PFX:-qdh-breach       value "DEEP", "NOCONS", "BOTH".
