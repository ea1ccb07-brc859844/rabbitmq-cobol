      *> rmqdreg.cpy
      *>
      *> One dispatcher instance on the DISPREG instance registry,
      *> keyed by the instance id RMQDISP runs under (RMQDISPID).  A
      *> daemon registers itself RUNNING when it starts, rewrites its
      *> heartbeat and running counters here every beat, and marks
      *> itself STOPPED when it shuts down cleanly -- so any number of
      *> dispatchers can run side by side and still be told apart.
      *> A RUNNING record whose heartbeat is more than two beat
      *> intervals old belongs to a dispatcher that died without
      *> deregistering; STATBRD flags it stale, and a new dispatcher
      *> starting under the same id takes the registration over.
      *>
      *> dreg-ctl-queue is the instance's own control queue, the one
      *> DISPCTL addresses STOP, RELOAD, PAUSE, RESUME and STATS to.
      *>
       01 :PFX:-dreg-record.
           05 :PFX:-dreg-instance-id    pic x(8).
           05 :PFX:-dreg-status         pic x(8).
               88 :PFX:-dreg-running    value "RUNNING".
               88 :PFX:-dreg-stopped    value "STOPPED".
           05 :PFX:-dreg-ctl-queue      pic x(50).
           05 :PFX:-dreg-started-date   pic x(10).
           05 :PFX:-dreg-started-time   pic x(8).
           05 :PFX:-dreg-hb-date        pic x(10).
           05 :PFX:-dreg-hb-time        pic x(8).
           05 :PFX:-dreg-hb-secs        pic 9(5).
           05 :PFX:-dreg-dispatched     pic 9(9).
           05 :PFX:-dreg-quarantined    pic 9(9).
           05 :PFX:-dreg-duplicates     pic 9(9).
           05 :PFX:-dreg-paused         pic x(1).
               88 :PFX:-dreg-is-paused  value "Y".
           05 :PFX:-dreg-ended-date     pic x(10).
           05 :PFX:-dreg-ended-time     pic x(8).
