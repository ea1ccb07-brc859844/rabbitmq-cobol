      *> rmqpragr.cpy
      *>
      *> One customer price agreement on the PRICEAGR file -- the
      *> indexed file, keyed by account, item and the date the
      *> agreement starts, that PLACEORD prices contract customers
      *> from instead of the ITEMMST list price.  Maintained on the
      *> PRAGMNT screen; agr-id (AGR + 9 digits off the AGRSEQ
      *> sequence file) is recorded on every RMQORDERS line the
      *> agreement priced.
      *>
      *>   agr-type  P contract price -- the line is priced at
      *>               agr-contract-price a unit
      *>             D discount -- the list price in force less
      *>               agr-discount-pct percent
      *>
      *> An agreement is in force from agr-from-date through
      *> agr-to-date (blank: open-ended).  Where two overlap, the
      *> one that started later wins.
      *>
       01 :PFX:-agr-record.
           05 :PFX:-agr-key.
               10 :PFX:-agr-acct-number    pic x(10).
               10 :PFX:-agr-item-code      pic x(10).
               10 :PFX:-agr-from-date      pic x(10).
           05 :PFX:-agr-id                 pic x(12).
           05 :PFX:-agr-to-date            pic x(10).
           05 :PFX:-agr-type               pic x(1).
               88 :PFX:-agr-contract       value "P".
               88 :PFX:-agr-discount       value "D".
           05 :PFX:-agr-contract-price     pic 9(7)v99.
           05 :PFX:-agr-discount-pct       pic 9(2)v99.
           05 :PFX:-agr-updated-by         pic x(8).
           05 :PFX:-agr-updated-date       pic x(10).
           05 :PFX:-agr-updated-time       pic x(8).
