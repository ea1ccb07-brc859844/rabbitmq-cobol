      *> rmqcsaud.cpy
      *>
      *> One entry on the dated CUSTAUD relationship-maintenance
      *> audit file -- the ACCTAUD of the customer master: who
      *> changed which customer or relationship on the RELMNT
      *> screen, when, and the before and after images of what
      *> changed.
      *>
      *>   csaud-function  A customer added, U customer updated,
      *>                   C customer closed, L account linked (or
      *>                   its relationship type changed), D account
      *>                   delinked
      *>
      *> acct-number and the type images are spaces on a customer
      *> change; the name and pooled-credit images are the
      *> customer's as they stood either side of the change.
      *>
       01 :PFX:-csaud-entry.
           05 :PFX:-csaud-date           pic x(10).
           05 :PFX:-csaud-time           pic x(8).
           05 :PFX:-csaud-user           pic x(8).
           05 :PFX:-csaud-function       pic x(1).
           05 :PFX:-csaud-cust-id        pic x(10).
           05 :PFX:-csaud-acct-number    pic x(10).
           05 :PFX:-csaud-before-type    pic x(1).
           05 :PFX:-csaud-after-type     pic x(1).
           05 :PFX:-csaud-before-name    pic x(30).
           05 :PFX:-csaud-after-name     pic x(30).
           05 :PFX:-csaud-before-pooled  pic x(1).
           05 :PFX:-csaud-after-pooled   pic x(1).
