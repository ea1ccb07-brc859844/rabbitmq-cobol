      *> rmqacvel.cpy
      *>
      *> One running tally on the ACCTVEL posting velocity file --
      *> the indexed file ACCT0VEL keeps so a limit check is one
      *> keyed read, not a scan of the day's ACCTPOST journal.  One
      *> record per account (scope A) and per calling partner (scope
      *> C, keyed by caller id, spaces for a bare RPC request).  The
      *> hour count and the day's count and value belong to
      *> vel-date and vel-hour; the first debit of a new hour or a
      *> new day starts them again.  Only debits that post are
      *> counted -- a held one is not.
      *>
       01 :PFX:-vel-record.
           05 :PFX:-vel-key.
               10 :PFX:-vel-scope        pic x(1).
               10 :PFX:-vel-id           pic x(10).
           05 :PFX:-vel-date             pic x(10).
           05 :PFX:-vel-hour             pic x(2).
           05 :PFX:-vel-hour-count       pic 9(5).
           05 :PFX:-vel-day-count        pic 9(7).
           05 :PFX:-vel-day-value        pic 9(11)v99.
