      *> rmqquota.cpy
      *>
      *> One allowance on the RMQQUOTA request quota table -- how
      *> many requests a caller (env-caller-id) may put through
      *> RMQDISP to one routing key in a day and in any one minute.
      *> Entitlements (RMQENTITL) say whether a caller may call a
      *> service; this says how much.  A row for the exact caller
      *> wins; a row with a blank caller id is the allowance for
      *> every caller without one of its own, each counted apart.
      *> A zero limit is no limit, and a caller and key with no row
      *> at all is counted but never held back.  A caller over
      *> either limit gets a typed THROTTLD reply (rmqthrrp.cpy)
      *> and a THROTTLD journal line instead of the service.
      *>
       01 :PFX:-qta-entry.
           05 :PFX:-qta-caller-id     pic x(8).
           05 :PFX:-qta-routing-key   pic x(50).
           05 :PFX:-qta-daily-limit   pic 9(7).
           05 :PFX:-qta-minute-limit  pic 9(5).
