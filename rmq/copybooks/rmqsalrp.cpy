      *> units moved, and what they were worth at the prices of the
      *> day.  The *TOTAL* line closes the report with the overall
      *> figures finance used to rebuild by hand.
      *>
      *> salrp-value is the net value actually charged; salrp-list-
      *> value is the same lines at list price and salrp-discount
      *> what customer price agreements gave away between the two
      *> (negative where a contract price sits above list).
      *>
       01 :PFX:-salrp-line.
           05 :PFX:-salrp-date          pic x(10).
           05 :PFX:-salrp-lines         pic zzzzz9.
           05 :PFX:-salrp-units         pic zzzzzz9.
           05 :PFX:-salrp-value         pic z(10)9.99.
           05 :PFX:-salrp-list-value    pic z(10)9.99.
           05 :PFX:-salrp-discount      pic -(11)9.99.
