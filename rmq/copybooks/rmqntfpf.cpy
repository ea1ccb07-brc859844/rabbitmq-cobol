      *> rmqntfpf.cpy
      *>
      *> One account's notification preferences on the ACCTNTFP file
      *> -- what its holder wants to hear about and where to send
      *> it.  Maintained on the NTFMNT screen; ACCT0NTF checks every
      *> balance movement against it, and ACCTSTMT reads how the
      *> holder wants the monthly statement delivered.
      *>
      *>   ntfp-low-wanted   Y  tell the holder when the balance
      *>                        drops below ntfp-low-floor
      *>   ntfp-large-amount a single movement this big or bigger
      *>                     is reported; zero switches it off
      *>   ntfp-routing-key  the holder's destination on the
      *>                     notification exchange
      *>   ntfp-below-floor  Y  the drop below the floor has been
      *>                        told -- nothing more is sent until
      *>                        the balance is back at or above it,
      *>                        which re-arms the notice (N)
      *>   ntfp-stmt-delivery  E  the statement goes electronically
      *>                          to ntfp-routing-key as a
      *>                          STATEMENT-REF (rmqstref.cpy)
      *>                       P  on paper through the bureau (the
      *>                          default)
      *>
       01 :PFX:-ntfp-record.
           05 :PFX:-ntfp-acct-number    pic x(10).
           05 :PFX:-ntfp-low-wanted     pic x(1).
               88 :PFX:-ntfp-low-on     value "Y".
           05 :PFX:-ntfp-low-floor      pic s9(9)v99.
           05 :PFX:-ntfp-large-amount   pic 9(9)v99.
           05 :PFX:-ntfp-routing-key    pic x(50).
           05 :PFX:-ntfp-below-floor    pic x(1).
               88 :PFX:-ntfp-floor-told value "Y".
           05 :PFX:-ntfp-updated-by     pic x(8).
           05 :PFX:-ntfp-updated-date   pic x(10).
           05 :PFX:-ntfp-stmt-delivery  pic x(1).
               88 :PFX:-ntfp-stmt-electronic value "E".
