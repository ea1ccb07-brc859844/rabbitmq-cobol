      *> rmqqtrpt.cpy
      *>
      *> One line of the QUOTARPT daily quota usage report -- one
      *> caller's use of one routing key on the report date against
      *> its RMQQUOTA allowance.  qtr-pct-used is the share of the
      *> daily limit used (zero when there is none); qtr-status
      *> sorts the lines for the reader: THROTTLD (turned away at
      *> least once -- misbehaving, or in need of a bigger quota),
      *> NEAR (80 percent or more of the day's allowance used), OK,
      *> IDLE (an allowance not used at all) and NOQUOTA (counted
      *> but with no limit set).
      *>
       01 :PFX:-quota-report.
           05 :PFX:-qtr-date            pic x(10).
           05 :PFX:-qtr-caller-id       pic x(8).
           05 :PFX:-qtr-routing-key     pic x(50).
           05 :PFX:-qtr-daily-limit     pic 9(7).
           05 :PFX:-qtr-accepted        pic 9(9).
           05 :PFX:-qtr-pct-used        pic 9(3).
           05 :PFX:-qtr-minute-limit    pic 9(5).
           05 :PFX:-qtr-peak-minute-count pic 9(7).
           05 :PFX:-qtr-peak-minute     pic x(5).
           05 :PFX:-qtr-throttled       pic 9(9).
           05 :PFX:-qtr-status          pic x(8).
               88 :PFX:-qtr-throttled-st value "THROTTLD".
               88 :PFX:-qtr-near        value "NEAR".
               88 :PFX:-qtr-ok          value "OK".
               88 :PFX:-qtr-idle        value "IDLE".
               88 :PFX:-qtr-no-quota    value "NOQUOTA".
