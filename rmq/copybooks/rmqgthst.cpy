      *> NOHIST (the account has no recorded movements), or ERROR
      *> (the history file can't be read).  Unused occurrences come
      *> back as spaces; rep-count says how many are real.
      *>
      *> rep-xfer-ref(n) is movement n's transfer reference -- the
      *> two legs of an XFERTXN transfer carry the same one -- and
      *> spaces for any other movement.  It trails the movements so
      *> the reply reads the same up to there as it always has.
      *>
       01 :PFX:-gethist-request.
           05 :PFX:-gthst-req-acct      pic x(10).
               10 :PFX:-gthst-rep-dc       pic x(1).
               10 :PFX:-gthst-rep-amount   pic 9(9)v99.
               10 :PFX:-gthst-rep-balance  pic s9(9)v99.
           05 :PFX:-gthst-rep-xfer-ref  pic x(16) occurs 10 times.
