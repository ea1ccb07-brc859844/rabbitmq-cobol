      *> plus the order's value would pass its limit answers CREDHELD
      *> instead of shipping first and regretting later.  A zero
      *> limit means no credit line -- every order is held.
      *>
      *> acct-loaded-balance is the opening position: the balance the
      *> last ACCTLOAD refresh took off the extract (zero for an
      *> account added since by ACCTMNT or ACCTAPPR).  ACCTPRF proves
      *> it plus the journaled movements since against the balance.
      *>
       01 :PFX:-acct-record.
           05 :PFX:-acct-number        pic x(10).
           05 :PFX:-acct-credit-limit  pic 9(9)v99.
           05 :PFX:-acct-updated-date  pic x(10).
           05 :PFX:-acct-updated-time  pic x(8).
           05 :PFX:-acct-loaded-balance pic s9(9)v99.
