      *> rmqinrch.cpy
      *>
      *> One line on the durable RMQINRECHST inbound reconciliation
      *> history.  RMQINRECRPT is rewritten every run, so INRECON also
      *> appends each report line here with the date reconciled and
      *> the partner it was run for (RMQRECPTNR -- spaces when the run
      *> named none), so a month of manifest breaks can be counted per
      *> partner afterwards (PTNRSCOR) instead of read off a pile of
      *> overwritten reports.  The fields after the partner are the
      *> rmqinrec.cpy report line as it was written.
      *>
       01 :PFX:-inrch-entry.
           05 :PFX:-inrch-date         pic x(10).
           05 :PFX:-inrch-partner-id   pic x(8).
           05 :PFX:-inrch-routing-key  pic x(50).
           05 :PFX:-inrch-claimed      pic zzzz9.
           05 :PFX:-inrch-consumed     pic zzzz9.
           05 :PFX:-inrch-missing      pic zzzz9.
           05 :PFX:-inrch-extra        pic zzzz9.
           05 :PFX:-inrch-status       pic x(7).
