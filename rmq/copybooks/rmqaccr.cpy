      *> rmqaccr.cpy
      *>
      *> One row of the RMQACCRUE month-end accrual schedule ACCTACR
      *> works from, maintained by the treasury desk as data the way
      *> RMQRATES is.  A row prices one balance tier of one currency:
      *> accr-type C is the interest paid on a credit balance, D the
      *> interest charged on an overdrawn one.  accr-tier-floor is
      *> the smallest balance (taken without its sign) the row
      *> applies to -- each day's balance takes the row of its
      *> currency and type with the highest floor it reaches, and is
      *> accrued at that row's annual percentage rate over a 365-day
      *> year.  accr-monthly-fee on a D row is charged once for a
      *> month in which the account was overdrawn, at the fee of
      *> the deepest tier it reached.  A currency with no C (or D)
      *> rows earns (or is charged) nothing.
      *>
       01 :PFX:-accr-entry.
           05 :PFX:-accr-currency     pic x(3).
           05 :PFX:-accr-type         pic x(1).
               88 :PFX:-accr-credit   value "C".
               88 :PFX:-accr-debit    value "D".
           05 :PFX:-accr-tier-floor   pic 9(9)v99.
           05 :PFX:-accr-annual-rate  pic 9(2)v9(4).
           05 :PFX:-accr-monthly-fee  pic 9(5)v99.
