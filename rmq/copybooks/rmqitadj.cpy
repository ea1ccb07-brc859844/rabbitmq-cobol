      *> rmqitadj.cpy
      *>
      *> One entry on the dated ITEMADJ item adjustment journal --
      *> who changed what on the ITEMMST item master through the
      *> ITEMMNT screen, when, why, and the before and after images
      *> of every field the screen can move, filed by ITEM0ADJ the
      *> way ACCT0AUD files account maintenance on ACCTAUD.
      *>
      *>   itadj-function  A add, P price change, R reorder level /
      *>                   quantity change, J on-hand adjustment,
      *>                   F future-dated price change keyed (the
      *>                   after price is the scheduled one)
      *>   itadj-reason    why on-hand moved (J; spaces otherwise):
      *>                   STKT stock-take correction, DAMG
      *>                   damaged-goods write-off, LOST shrinkage,
      *>                   FIND stock found, OTHR anything else
      *>
      *>   itadj-whse      the ITEMLOC location an adjustment was
      *>                   made at (blank for an item-level change);
      *>                   the on-hand images are then the location's
      *>
      *> INVRECON counts the day's on-hand movement here (after less
      *> before, an add counting from zero) as explained, so a
      *> journaled correction is not reported again as a variance.
      *>
       01 :PFX:-itadj-entry.
           05 :PFX:-itadj-date            pic x(10).
           05 :PFX:-itadj-time            pic x(8).
           05 :PFX:-itadj-user            pic x(8).
           05 :PFX:-itadj-function        pic x(1).
               88 :PFX:-itadj-add         value "A".
               88 :PFX:-itadj-price       value "P".
               88 :PFX:-itadj-reorder     value "R".
               88 :PFX:-itadj-adjust      value "J".
               88 :PFX:-itadj-future      value "F".
           05 :PFX:-itadj-reason          pic x(4).
           05 :PFX:-itadj-item-code       pic x(10).
           05 :PFX:-itadj-before-onhand   pic 9(7).
           05 :PFX:-itadj-after-onhand    pic 9(7).
           05 :PFX:-itadj-before-price    pic 9(7)v99.
           05 :PFX:-itadj-after-price     pic 9(7)v99.
           05 :PFX:-itadj-before-level    pic 9(7).
           05 :PFX:-itadj-after-level     pic 9(7).
           05 :PFX:-itadj-before-reord-qty pic 9(7).
           05 :PFX:-itadj-after-reord-qty pic 9(7).
           05 :PFX:-itadj-whse            pic x(4).
