      *> rmqqdept.cpy
      *>
      *> One row of the RMQDEPTH queue thresholds -- what QDEPMON
      *> holds a queue on the RMQINVEN inventory to each time it
      *> samples it.
      *>
      *>   qdt-max-depth      more messages waiting than this is a
      *>                      backlog (cobol-queue behind a stalled
      *>                      RMQDISP, cobol-dlq quietly filling)
      *>   qdt-min-consumers  fewer consumers attached than this
      *>                      means nobody is serving the queue
      *>   qdt-severity       the OPS-ALERT severity a breach is
      *>                      raised at through RMQ0ALRT
      *>
      *> A zero leaves that check off, the way a zero limit does on
      *> RMQVELOC.  A queue with no row is sampled onto the history
      *> but never alerted on.
      *>
       01 :PFX:-qdt-entry.
           05 :PFX:-qdt-queue-name       pic x(50).
           05 :PFX:-qdt-max-depth        pic 9(9).
           05 :PFX:-qdt-min-consumers    pic 9(3).
           05 :PFX:-qdt-severity         pic 9(1).
