      *> rmqopsec.cpy
      *>
      *> One operator on the OPERSEC operator security file, keyed by
      *> user id -- who may sign on to the online screens and under
      *> what role.  The password is never held, only its one-way
      *> hash through RMQ0HASH salted with the user id, so a copy of
      *> the file gives nobody a way in.  opr-role names a role on
      *> the RMQROLES table (rmqrole.cpy), which says what screens and
      *> functions it may use.  opr-fail-count counts bad passwords
      *> since the last good sign-on; at the limit RMQ0SIGN locks the
      *> operator out (status L) until OPERMNT unlocks them.  A
      *> disabled operator (status D) keeps the record, so the
      *> journal's user ids always resolve to a name.
      *>
       01 :PFX:-opr-record.
           05 :PFX:-opr-user-id         pic x(8).
           05 :PFX:-opr-name            pic x(30).
           05 :PFX:-opr-pwd-hash        pic x(32).
           05 :PFX:-opr-role            pic x(8).
           05 :PFX:-opr-status          pic x(1).
               88 :PFX:-opr-active      value "A".
               88 :PFX:-opr-locked      value "L".
               88 :PFX:-opr-disabled    value "D".
           05 :PFX:-opr-fail-count      pic 9(2).
           05 :PFX:-opr-last-signon-date pic x(10).
           05 :PFX:-opr-last-signon-time pic x(8).
           05 :PFX:-opr-pwd-set-date    pic x(10).
           05 :PFX:-opr-pwd-set-by      pic x(8).
