      *> ACCTMNT maintenance lands here as it is journaled, so "what
      *> were the last movements on account X" is a keyed read, not a
      *> ledger-team query over the flat journals.
      *>
      *> hist-xfer-ref links the two legs of an XFERTXN transfer:
      *> the debit on one account and the credit on the other carry
      *> the same transfer reference (spaces on any other movement).
      *>
       01 :PFX:-hist-record.
           05 :PFX:-hist-key.
           05 :PFX:-hist-new-balance     pic s9(9)v99.
           05 :PFX:-hist-source          pic x(8).
           05 :PFX:-hist-msg-id          pic x(36).
           05 :PFX:-hist-xfer-ref        pic x(16).
