      *> rmqgljn.cpy
      *>
      *> One record of the daily GL journal feed back to the ledger
      *> system -- the interface file GLJRNL writes so movements
      *> applied here (POSTTXN postings on ACCTPOST, ACCTMNT and
      *> ACCTAPPR balance changes on ACCTAUD) reach the ledger before
      *> its next ACCTEXTR extract can undo them.  Each feed is its
      *> own file, GLJRNL.F<feed number>, never overwritten.
      *>
      *> D detail records summarise the feed's movements by account
      *> and direction (D debit, C credit, in POSTTXN's sense: a
      *> debit takes the balance down) -- the amount and how many
      *> movements made it up.  One T trailer closes the feed with
      *> the detail record count and the debit and credit hash
      *> totals, which the ledger proves the feed against.
      *>
       01 :PFX:-gl-record.
           05 :PFX:-gl-rec-type          pic x(1).
               88 :PFX:-gl-detail-rec    value "D".
               88 :PFX:-gl-trailer-rec   value "T".
           05 :PFX:-gl-feed-no           pic 9(6).
           05 :PFX:-gl-feed-date         pic x(10).
           05 :PFX:-gl-body              pic x(40).
           05 :PFX:-gl-detail            redefines :PFX:-gl-body.
               10 :PFX:-gl-acct-number   pic x(10).
               10 :PFX:-gl-dc            pic x(1).
                   88 :PFX:-gl-debit     value "D".
                   88 :PFX:-gl-credit    value "C".
               10 :PFX:-gl-amount        pic 9(11)v99.
               10 :PFX:-gl-movements     pic 9(7).
           05 :PFX:-gl-trailer           redefines :PFX:-gl-body.
               10 :PFX:-gl-record-count  pic 9(9).
               10 :PFX:-gl-debit-hash    pic 9(13)v99.
               10 :PFX:-gl-credit-hash   pic 9(13)v99.
