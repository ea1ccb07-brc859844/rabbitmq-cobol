      *> rmqgatlg.cpy
      *>
      *> One line on the EXTGATLG extract gate log ACCTGATE and
      *> ITEMGATE append to every run: what the extract looked like,
      *> what it was held against, and what was decided --
      *> gatl-result PASSED, REFUSED (gatl-reason names the first
      *> check it failed) or FORCED (refused, but let through on
      *> the operator's RMQGATEFORCE).  The last PASSED or FORCED
      *> line for an extract is the "previous extract" the next
      *> night's run is compared with, currency mix included.
      *>
       01 :PFX:-gatl-entry.
           05 :PFX:-gatl-date            pic x(10).
           05 :PFX:-gatl-time            pic x(8).
           05 :PFX:-gatl-extract         pic x(8).
           05 :PFX:-gatl-result          pic x(8).
               88 :PFX:-gatl-accepted    value "PASSED", "FORCED".
           05 :PFX:-gatl-ext-count       pic 9(9).
           05 :PFX:-gatl-ext-total       pic s9(13)v99.
           05 :PFX:-gatl-mst-count       pic 9(9).
           05 :PFX:-gatl-mst-total       pic s9(13)v99.
           05 :PFX:-gatl-prv-count       pic 9(9).
           05 :PFX:-gatl-prv-total       pic s9(13)v99.
           05 :PFX:-gatl-trailer         pic x(1).
           05 :PFX:-gatl-reason          pic x(60).
           05 :PFX:-gatl-mix             occurs 10 times.
               10 :PFX:-gatl-mix-ccy     pic x(3).
               10 :PFX:-gatl-mix-count   pic 9(7).
