      *> rmqfxrt.cpy
      *>
      *> The treasury rate feed contract.  The treasury system
      *> publishes its daily closing rates as FX-RATES envelopes whose
      *> body is the fxrt-body below: the business date the rates are
      *> for and up to fifteen currencies, each with how many units of
      *> the USD house base one unit of it is worth -- the same
      *> figure the RMQRATES parmlib row carries.  A day with more
      *> currencies than that comes in more than one message;
      *> fxrt-count says how many entries in this one are real, and
      *> the body is 12 bytes plus 12 per entry.  RATEFEED files every
      *> entry on the RMQRATEH rate history (rmqrateh.cpy).
      *>
       01 :PFX:-fxrt-body.
           05 :PFX:-fxrt-rate-date      pic x(10).
           05 :PFX:-fxrt-count          pic 9(2).
           05 :PFX:-fxrt-entry          occurs 15 times.
               10 :PFX:-fxrt-currency   pic x(3).
               10 :PFX:-fxrt-to-base    pic 9(3)v9(6).
