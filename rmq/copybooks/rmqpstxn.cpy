      *> ACCTMST account master and the new balance comes back with a
      *> status code.  The status answers OK (posted), NOTFND (no such
      *> account), CLOSED (the account is closed to postings),
      *> DORMANT (a debit to an account flagged dormant -- it must be
      *> reactivated on ACCTMNT first; credits still land),
      *> OVERDRFT (a debit the balance can't cover), BADREQ (the
      *> indicator or amount doesn't parse), RETRY (the ACCTLDST
      *> interlock says the master is mid-refresh -- resend), or
      *> VELHELD (a debit that broke an RMQVELOC velocity limit --
      *> not applied, but held on the ACCTREVW review file under
      *> postt-rep-review-id until it is released or rejected on the
      *> ACCTVREV screen; spaces on any other answer).
      *> Every accepted posting is journaled to the durable ACCTPOST
      *> posting journal through ACCT0PST -- the queue-side mirror
      *> of what ACCT0AUD does for the maintenance screen.
           05 :PFX:-postt-rep-acct      pic x(10).
           05 :PFX:-postt-rep-balance   pic s9(9)v99.
           05 :PFX:-postt-rep-status    pic x(8).
           05 :PFX:-postt-rep-review-id pic x(12).
