      *> rmqntfy.cpy
      *>
      *> The body of a BALANCE-NOTIFY message -- published by
      *> ACCT0NTF, on the NOTIFY message class, to an account
      *> holder's own routing key when a movement crosses one of the
      *> thresholds on their ACCTNTFP preferences (rmqntfpf.cpy).
      *>
      *>   ntf-kind       LOW-BALANCE     the balance fell below the
      *>                                  holder's floor
      *>                  LARGE-MOVEMENT  one movement reached the
      *>                                  holder's large amount
      *>   ntf-threshold  the floor or the large amount crossed
      *>   ntf-posting-msg-id  the envelope msg-id of the posting
      *>                  that caused it (spaces for a change made
      *>                  on the maintenance screens)
      *>
       01 :PFX:-ntf-body.
           05 :PFX:-ntf-acct-number     pic x(10).
           05 :PFX:-ntf-kind            pic x(14).
           05 :PFX:-ntf-dc              pic x(1).
           05 :PFX:-ntf-amount          pic 9(9)v99.
           05 :PFX:-ntf-new-balance     pic s9(9)v99.
           05 :PFX:-ntf-threshold       pic s9(9)v99.
           05 :PFX:-ntf-posting-msg-id  pic x(36).
           05 :PFX:-ntf-source          pic x(8).
           05 :PFX:-ntf-date            pic x(10).
           05 :PFX:-ntf-time            pic x(8).
