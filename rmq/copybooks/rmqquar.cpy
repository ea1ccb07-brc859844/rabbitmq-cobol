      *> circulation, so one malformed request can't wedge a whole
      *> evening's dispatch pass.  QUARFIX reviews this file and
      *> reinjects repaired messages back to the queue they came off,
      *> the way DEMO10 resends the RMQFAILED ledger.  The message is
      *> carried whole, signature trailer and all, up to the capture
      *> maximum (334 bytes); a longer one is truncated and
      *> quar-msg-len says so, and QUARFIX refuses to reinject those.
      *>
       01 :PFX:-quar-entry.
           05 :PFX:-quar-date            pic x(10).
           05 :PFX:-quar-msg-id          pic x(36).
           05 :PFX:-quar-attempts        pic 9(2).
           05 :PFX:-quar-msg-len         pic 9(9).
           05 :PFX:-quar-message         pic x(334).
