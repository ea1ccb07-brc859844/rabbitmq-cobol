      *> second identity (spaces on an ordinary single-operator
      *> change), and function R records a rejection -- the before
      *> and after images are then the same, because nothing was
      *> applied.  Function V records an ACCTMNT reactivation of a
      *> dormant account -- the balance doesn't move, so the before
      *> and after images agree.
      *>
       01 :PFX:-acaud-entry.
           05 :PFX:-acaud-date           pic x(10).
               88 :PFX:-acaud-update     value "U".
               88 :PFX:-acaud-close      value "C".
               88 :PFX:-acaud-reject     value "R".
               88 :PFX:-acaud-reactivate value "V".
           05 :PFX:-acaud-acct-number    pic x(10).
           05 :PFX:-acaud-before-balance pic s9(9)v99.
           05 :PFX:-acaud-before-status  pic x(1).
