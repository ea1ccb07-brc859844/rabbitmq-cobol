      *> rmqvelo.cpy
      *>
      *> One row of the RMQVELOC posting velocity limits ACCT0VEL
      *> holds POSTTXN debits against.  velo-scope A limits one
      *> account (velo-key is the account number), C limits one
      *> calling partner (velo-key is the envelope caller id); a key
      *> of "*" is the default for every account or caller of that
      *> scope without a row of its own, and a bare RPC request with
      *> no caller id is held to the C default.  Three limits per
      *> row: debits in one clock hour, debit value in one day, and
      *> the ceiling on any single debit.  A zero leaves that limit
      *> off.  velo-scope X names a caller exempt from every limit,
      *> account limits included -- an in-house batch caller such
      *> as BILLRUN, whose rerun logic bills again anything a
      *> posting didn't take (the limits on an X row are unused).
      *>
       01 :PFX:-velo-entry.
           05 :PFX:-velo-scope           pic x(1).
               88 :PFX:-velo-account     value "A".
               88 :PFX:-velo-caller      value "C".
               88 :PFX:-velo-exempt      value "X".
           05 :PFX:-velo-key             pic x(10).
           05 :PFX:-velo-max-per-hour    pic 9(5).
           05 :PFX:-velo-max-per-day     pic 9(9)v99.
           05 :PFX:-velo-max-single      pic 9(9)v99.
