      *> rmqrateh.cpy
      *>
      *> One dated rate on the RMQRATEH rate history, filed by
      *> RATEFEED off the treasury FX-RATES feed (rmqfxrt.cpy) and
      *> read by RMQ0RATE.  A rate is never edited away: each
      *> business date's rate for a currency is its own record, and
      *> a second message for the same date and currency is the
      *> treasury correcting itself, so it replaces the first.
      *>
      *> The key is the currency and the rate date held inverted
      *> (99999999 less yyyymmdd), so a START at or after a currency
      *> and an inverted date lands on the newest rate dated on or
      *> before that date -- the rate in force on it.
      *>
       01 :PFX:-rateh-record.
           05 :PFX:-rateh-key.
               10 :PFX:-rateh-currency   pic x(3).
               10 :PFX:-rateh-date-inv   pic 9(8).
           05 :PFX:-rateh-rate-date      pic x(10).
           05 :PFX:-rateh-to-base        pic 9(3)v9(6).
           05 :PFX:-rateh-msg-id         pic x(36).
           05 :PFX:-rateh-loaded-date    pic x(10).
           05 :PFX:-rateh-loaded-time    pic x(8).
