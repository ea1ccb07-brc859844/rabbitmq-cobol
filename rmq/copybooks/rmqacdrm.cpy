      *> rmqacdrm.cpy
      *>
      *> One account on the ACCTDORM dormancy file, keyed by account
      *> number.  It sits beside ACCTMST rather than on it because
      *> the nightly ACCTLOAD refresh rebuilds the master from the
      *> ledger extract -- the way ACCTHOLD keeps the holds.  The
      *> monthly DORMSCAN writes it:
      *>
      *>   W  watched -- an open account with no movement on ACCTHST
      *>      at all; dorm-watch-date is the day the scan first saw
      *>      it, and the idle period is counted from there;
      *>   D  dormant -- no movement since dorm-last-move-date (or,
      *>      watched, since dorm-watch-date) for the whole idle
      *>      period; flagged on dorm-flagged-date.  POSTTXN refuses
      *>      its debits and the statement carries a notice;
      *>   R  reactivated -- function V on ACCTMNT woke it, journaled
      *>      on ACCTAUD; the idle period starts again from
      *>      dorm-reactivated-date.
      *>
       01 :PFX:-dorm-record.
           05 :PFX:-dorm-acct-number     pic x(10).
           05 :PFX:-dorm-status          pic x(1).
               88 :PFX:-dorm-watched     value "W".
               88 :PFX:-dorm-dormant     value "D".
               88 :PFX:-dorm-reactivated value "R".
           05 :PFX:-dorm-watch-date      pic x(10).
           05 :PFX:-dorm-last-move-date  pic x(10).
           05 :PFX:-dorm-flagged-date    pic x(10).
           05 :PFX:-dorm-reactivated-by  pic x(8).
           05 :PFX:-dorm-reactivated-date pic x(10).
