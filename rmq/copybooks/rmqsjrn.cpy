      *> call timings, so before this file existed there was no record
      *> of what the services actually processed; now "how many GETBAL
      *> calls did we take yesterday and how many failed" is a summary
      *> of this file (SVCSUMM), not a guess.  sjrn-instance-id is
      *> the RMQDISP instance (DISPREG) that took the message, and
      *> sjrn-signature the RMQ0MSIG signature it arrived under --
      *> BADSIGN when that did not verify and it was refused.
      *> sjrn-msg-id is the envelope msg-id the request arrived under
      *> (spaces for a bare RPC body), so MSGTRACE can put the
      *> dispatch on the message's lineage, and sjrn-caller-id the
      *> envelope caller-id it carried -- the partner, for PTNRSCOR.
      *>
       01 :PFX:-sjrn-entry.
           05 :PFX:-sjrn-date            pic x(10).
               88 :PFX:-sjrn-quarantined value "QUARANTN".
               88 :PFX:-sjrn-bad-version value "BADVERSN".
               88 :PFX:-sjrn-denied      value "DENIED".
               88 :PFX:-sjrn-closed      value "CLOSED".
               88 :PFX:-sjrn-throttled   value "THROTTLD".
               88 :PFX:-sjrn-bad-signature value "BADSIGN".
           05 :PFX:-sjrn-instance-id     pic x(8).
           05 :PFX:-sjrn-signature       pic x(32).
           05 :PFX:-sjrn-msg-id          pic x(36).
           05 :PFX:-sjrn-caller-id       pic x(8).
