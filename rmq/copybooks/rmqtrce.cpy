      *> rmqtrce.cpy
      *>
      *> One line of the RMQTRACERPT lineage report MSGTRACE writes for
      *> one business message -- one thing that happened to it, or to
      *> a message linked to it, on one of the trails we keep, in time
      *> order.  trc-traced-id is the msg-id the trace was asked for
      *> and is the same on every line; trc-msg-id is the message the
      *> line is about, trc-role how that message stands to the traced
      *> one (TRACED itself, a RESEND of it, the REVERSAL of it, or
      *> the ORIGINAL it resends or reverses) and trc-related-id the
      *> message it stands in that relation to.
      *>
      *> trc-event names the step: PUBLISHED (RMQAUDIT, or the ARCHMST
      *> archive when the trail has been trimmed), REPUBLISH (the same
      *> msg-id on the trail again -- a DEMO10, QUARFIX or DLXDRAIN
      *> put-back), PUBFAILED (RMQFAILED), RESENDREQ (RMQRESENDLOG),
      *> DEADLETTR (the RMQDLXREV review file), QUARANTND (RMQQUAR),
      *> REJECTED (RMQCONSREJ), CONSUMED (RMQCAUDIT, or CAUDMST),
      *> DISPATCHD (RMQSVCJRN), POSTED (ACCTPOST) and ACKED (RMQACKS).
      *> trc-source names the file the line was taken from; trc-where
      *> is the exchange, queue or account concerned, and trc-detail
      *> what the trail said about it -- disposition, outcome, status
      *> or reason.
      *>
       01 :PFX:-trace-line.
           05 :PFX:-trc-traced-id      pic x(36).
           05 :PFX:-trc-date           pic x(10).
           05 :PFX:-trc-time           pic x(8).
           05 :PFX:-trc-event          pic x(10).
           05 :PFX:-trc-msg-id         pic x(36).
           05 :PFX:-trc-role           pic x(8).
           05 :PFX:-trc-related-id     pic x(36).
           05 :PFX:-trc-source         pic x(12).
           05 :PFX:-trc-program        pic x(8).
           05 :PFX:-trc-where          pic x(50).
           05 :PFX:-trc-routing-key    pic x(50).
           05 :PFX:-trc-detail         pic x(40).
