      *> rmqxfer.cpy
      *>
      *> Typed request/reply pair for the XFERTXN service (handler:
      *> XFERTXN, routed through RMQSVCRG the same as any other
      *> service).  A caller sends the account to take the money
      *> from, the account to pay it to, the amount -- in the from
      *> account's currency -- and a transfer reference; both legs
      *> are applied to ACCTMST or neither is.  Where the two
      *> accounts differ in acct-currency the credit leg is the
      *> amount converted through RMQ0RATE, and rep-to-amount says
      *> what landed.  Both legs are journaled on ACCTPOST and
      *> ACCTHST under the transfer reference.
      *>
      *> The status answers OK (both legs posted), NOTFND (either
      *> account isn't on the master -- its currency comes back
      *> blank), CLOSED (either account is closed), DORMANT (the
      *> from account is flagged dormant and must be reactivated on
      *> ACCTMNT before it is debited), OVERDRFT (the from
      *> account's available balance can't cover the debit),
      *> VELHELD (the debit leg broke an RMQVELOC velocity limit --
      *> neither leg applied, the transfer held on the ACCTREVW
      *> review file under xfer-rep-review-id for a ruling on
      *> ACCTVREV; spaces on any other answer), NORATE (no
      *> conversion between the two currencies), BADREQ
      *> (the amount doesn't parse, is zero, the reference is blank
      *> or the two accounts are the same), RETRY (the ACCTLDST
      *> interlock says the master is mid-refresh -- resend) or
      *> ERROR (the master can't be opened or a leg couldn't be
      *> written; nothing was posted).
      *>
       01 :PFX:-xfertxn-request.
           05 :PFX:-xfer-req-from-acct  pic x(10).
           05 :PFX:-xfer-req-to-acct    pic x(10).
           05 :PFX:-xfer-req-amount     pic 9(9)v99.
           05 :PFX:-xfer-req-ref        pic x(16).
       01 :PFX:-xfertxn-reply.
           05 :PFX:-xfer-rep-ref        pic x(16).
           05 :PFX:-xfer-rep-status     pic x(8).
           05 :PFX:-xfer-rep-from-acct  pic x(10).
           05 :PFX:-xfer-rep-from-bal   pic s9(9)v99.
           05 :PFX:-xfer-rep-from-ccy   pic x(3).
           05 :PFX:-xfer-rep-to-acct    pic x(10).
           05 :PFX:-xfer-rep-to-amount  pic 9(9)v99.
           05 :PFX:-xfer-rep-to-bal     pic s9(9)v99.
           05 :PFX:-xfer-rep-to-ccy     pic x(3).
           05 :PFX:-xfer-rep-review-id  pic x(12).
