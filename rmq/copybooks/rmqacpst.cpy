      *> balance it produced and the envelope msg-id it arrived under,
      *> so a partner's "did you post payment X" is answerable from
      *> this file the way ACCTAUD answers for the maintenance screen.
      *>
      *> acpst-xfer-ref is the transfer reference an XFERTXN transfer
      *> journals both its legs under -- the same on the debit and
      *> the credit -- and spaces on an ordinary posting.
      *>
       01 :PFX:-acpst-entry.
           05 :PFX:-acpst-date           pic x(10).
           05 :PFX:-acpst-new-balance    pic s9(9)v99.
           05 :PFX:-acpst-source         pic x(8).
           05 :PFX:-acpst-msg-id         pic x(36).
           05 :PFX:-acpst-xfer-ref       pic x(16).
