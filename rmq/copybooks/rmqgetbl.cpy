      *> converted fields mirror the native ones; a requested
      *> currency the rates table doesn't know answers NORATE with
      *> the native balance still good.
      *>
      *> rep-avail-bal is the available balance beside the ledger
      *> one: the balance less every active hold on ACCTHOLD (see
      *> rmqachld.cpy), in the account's own currency.  It is what
      *> POSTTXN lets a debit spend.
      *>
      *> A converted balance says which rate it was made at:
      *> rep-rate-date is the date of the RMQ0RATE rate in force
      *> today (blank for no conversion, or for a currency only the
      *> undated RMQRATES parmlib knows), and rep-rate-stale is Y
      *> when that rate is older than the treasury feed should
      *> allow -- the conversion stands, the caller is warned.
      *>
       01 :PFX:-getbal-request.
           05 :PFX:-getbal-req-acct     pic x(10).
           05 :PFX:-getbal-rep-currency pic x(3).
           05 :PFX:-getbal-rep-conv-bal pic s9(9)v99.
           05 :PFX:-getbal-rep-conv-ccy pic x(3).
           05 :PFX:-getbal-rep-avail-bal pic s9(9)v99.
           05 :PFX:-getbal-rep-rate-date pic x(10).
           05 :PFX:-getbal-rep-rate-stale pic x(1).
