      *> rmqrevrp.cpy
      *>
      *> One line of the FXREVRPT month-end revaluation report FXREVAL
      *> writes: every ACCTMST account not held in the USD house base,
      *> its balance revalued into base at the rate in force on the
      *> last day of the month (revrp-rate-date says which), beside
      *> what it was worth in base at the end of the month before.
      *> revrp-movement is the whole change in base; revrp-fx-effect
      *> is the part of it the rate moved -- this month's balance at
      *> this month's rate less the same balance at last month's.
      *>
      *> revrp-status is OK, STALE (the rate predates the month end
      *> by more than RMQ0RATE allows), NEW (no revaluation last
      *> month to move from -- the movement is the whole worth) or
      *> NORATE (no rate for the currency at all; the line is left
      *> out of the totals).  A line per currency with revrp-acct-
      *> number *TOTAL* sums that currency's accounts, and a last
      *> *GRAND* line sums every currency in base.
      *>
       01 :PFX:-revrp-line.
           05 :PFX:-revrp-acct-number    pic x(10).
           05 :PFX:-revrp-currency       pic x(3).
           05 :PFX:-revrp-balance        pic -(11)9.99.
           05 :PFX:-revrp-rate-date      pic x(10).
           05 :PFX:-revrp-base-value     pic -(11)9.99.
           05 :PFX:-revrp-prior-value    pic -(11)9.99.
           05 :PFX:-revrp-movement       pic -(11)9.99.
           05 :PFX:-revrp-fx-effect      pic -(11)9.99.
           05 :PFX:-revrp-status         pic x(6).
