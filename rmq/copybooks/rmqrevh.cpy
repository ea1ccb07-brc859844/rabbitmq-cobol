      *> rmqrevh.cpy
      *>
      *> One account's month-end revaluation on the FXREVALH file
      *> FXREVAL keeps from month to month: the non-base balance as
      *> it stood, the USD house-base worth it was revalued at and
      *> the date of the rate used.  ACCTMST is rebuilt every night
      *> and forgets last month; this file is what the next month's
      *> run measures its movement from.  Keyed by statement month
      *> (yyyy-mm) and account; a rerun of a month replaces its own
      *> records.
      *>
       01 :PFX:-revh-record.
           05 :PFX:-revh-key.
               10 :PFX:-revh-month        pic x(7).
               10 :PFX:-revh-acct-number  pic x(10).
           05 :PFX:-revh-currency         pic x(3).
           05 :PFX:-revh-balance          pic s9(9)v99.
           05 :PFX:-revh-base-value       pic s9(11)v99.
           05 :PFX:-revh-rate-date        pic x(10).
           05 :PFX:-revh-run-date         pic x(10).
