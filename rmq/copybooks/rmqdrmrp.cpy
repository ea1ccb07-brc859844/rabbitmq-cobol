      *> rmqdrmrp.cpy
      *>
      *> One line of the DORMRPT dormant-accounts report DORMSCAN
      *> writes each month: every open account that is dormant --
      *> drmrp-status NEW for one this scan flagged, DORMANT for one
      *> still waiting on reactivation from an earlier scan -- with
      *> its balance, the last movement on ACCTHST (NONE when it
      *> never moved), the day its idle period is counted from and
      *> the day it was flagged.
      *>
       01 :PFX:-drmrp-line.
           05 :PFX:-drmrp-acct-number    pic x(10).
           05 :PFX:-drmrp-acct-name      pic x(30).
           05 :PFX:-drmrp-currency       pic x(3).
           05 :PFX:-drmrp-balance        pic -(9)9.99.
           05 :PFX:-drmrp-last-move      pic x(10).
           05 :PFX:-drmrp-idle-since     pic x(10).
           05 :PFX:-drmrp-flagged        pic x(10).
           05 :PFX:-drmrp-status         pic x(8).
