      *> rmqacrct.cpy
      *>
      *> The ACCRCTL accrual control record -- one record, rewritten
      *> whole -- that stops ACCTACR posting the same month twice.
      *> acrct-month is the last month a run started on and
      *> acrct-status says whether it finished (COMPLETE) or was cut
      *> short (RUNNING).  While RUNNING, acrct-last-acct is the last
      *> account posted: the master is walked in account order, so a
      *> rerun for the same month picks up after it, and a rerun of
      *> a COMPLETE month posts nothing.
      *>
       01 :PFX:-acrct-record.
           05 :PFX:-acrct-month          pic x(7).
           05 :PFX:-acrct-status         pic x(8).
               88 :PFX:-acrct-running    value "RUNNING".
               88 :PFX:-acrct-complete   value "COMPLETE".
           05 :PFX:-acrct-last-acct      pic x(10).
           05 :PFX:-acrct-date           pic x(10).
           05 :PFX:-acrct-time           pic x(8).
