      *> rmqrvjn.cpy
      *>
      *> One ruling on the dated ACCTRVJN review decision journal --
      *> the durable trail of what the ACCTVREV screen did with a
      *> posting the velocity limits held: which held item, the
      *> posting it carried, why it was held, who ruled on it and
      *> when, and whether it was released (L -- posted, with the
      *> balance it left) or rejected (J -- nothing applied).
      *>
       01 :PFX:-rvjn-entry.
           05 :PFX:-rvjn-date            pic x(10).
           05 :PFX:-rvjn-time            pic x(8).
           05 :PFX:-rvjn-review-id       pic x(12).
           05 :PFX:-rvjn-decision        pic x(1).
               88 :PFX:-rvjn-release     value "L".
               88 :PFX:-rvjn-reject      value "J".
           05 :PFX:-rvjn-reviewer        pic x(8).
           05 :PFX:-rvjn-acct-number     pic x(10).
           05 :PFX:-rvjn-dc              pic x(1).
           05 :PFX:-rvjn-amount          pic 9(9)v99.
           05 :PFX:-rvjn-caller-id       pic x(8).
           05 :PFX:-rvjn-reason          pic x(20).
           05 :PFX:-rvjn-new-balance     pic s9(9)v99.
