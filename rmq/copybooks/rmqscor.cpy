      *> rmqscor.cpy
      *>
      *> One line of the RMQSCORERPT monthly partner scorecard PTNRSCOR
      *> writes -- one active PTNRMST partner per line, best first, for
      *> the relationship managers' service reviews.
      *>
      *>   scor-sent / scor-received   messages we published to them
      *>                    (their exchange and routing key) and
      *>                    messages consumed from them (their caller-id
      *>                    on the envelope)
      *>   scor-acked       of ours, how many they acknowledged; the
      *>                    turnaround is publish to first ack, in
      *>                    seconds, average and worst
      *>   scor-unacked-pct of ours, the share still unacknowledged
      *>                    past ACKMATCH's age (RMQACKAGE days)
      *>   scor-failed-acks acks that came back FAILED
      *>   scor-break-days  days their manifest did not balance on
      *>                    INRECON (RMQINRECHST)
      *>   scor-malformed   messages from them RMQCONSREJ refused
      *>   scor-svc-calls   service calls they made, and how many of
      *>                    those RMQDISP denied or throttled
      *>   scor-score       100 less the unacknowledged, failed-ack,
      *>                    malformed and refused-call percentages and 5
      *>                    a break day, never below 0; the rank orders
      *>                    by it.  The prior-month score and rank are
      *>                    worked the same way off the same trails, and
      *>                    scor-movement says how the rank moved (UP n,
      *>                    DOWN n, SAME, or NEW when the partner had no
      *>                    traffic the month before).
      *>
       01 :PFX:-scor-line.
           05 :PFX:-scor-month          pic x(7).
           05 :PFX:-scor-rank           pic zz9.
           05 :PFX:-scor-partner-id     pic x(8).
           05 :PFX:-scor-partner-name   pic x(30).
           05 :PFX:-scor-sent           pic zzzzzzz9.
           05 :PFX:-scor-received       pic zzzzzzz9.
           05 :PFX:-scor-acked          pic zzzzzzz9.
           05 :PFX:-scor-ack-avg-secs   pic zzzzzzz9.
           05 :PFX:-scor-ack-worst-secs pic zzzzzzz9.
           05 :PFX:-scor-unacked-pct    pic zz9.9.
           05 :PFX:-scor-failed-acks    pic zzzzz9.
           05 :PFX:-scor-break-days     pic zz9.
           05 :PFX:-scor-malformed      pic zzzzz9.
           05 :PFX:-scor-svc-calls      pic zzzzzzz9.
           05 :PFX:-scor-denied         pic zzzzz9.
           05 :PFX:-scor-throttled      pic zzzzz9.
           05 :PFX:-scor-score          pic zz9.
           05 :PFX:-scor-prior-score    pic zz9.
           05 :PFX:-scor-prior-rank     pic zz9.
           05 :PFX:-scor-movement       pic x(8).
