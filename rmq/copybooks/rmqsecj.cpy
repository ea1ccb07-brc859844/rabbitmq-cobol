      *> rmqsecj.cpy
      *>
      *> One entry on the SECJRN operator security journal, written
      *> through RMQ0SECJ -- every sign-on and sign-off, every failed
      *> attempt and lockout, every function a role was refused, and
      *> every change OPERMNT makes to an operator.  secj-user-id is
      *> who did it (or tried to); secj-subject the operator acted
      *> on when that is someone else.
      *>
       01 :PFX:-secj-entry.
           05 :PFX:-secj-date           pic x(10).
           05 :PFX:-secj-time           pic x(8).
           05 :PFX:-secj-user-id        pic x(8).
           05 :PFX:-secj-screen         pic x(8).
           05 :PFX:-secj-event          pic x(8).
               88 :PFX:-secj-signon     value "SIGNON".
               88 :PFX:-secj-signoff    value "SIGNOFF".
               88 :PFX:-secj-bad-pass   value "BADPASS".
               88 :PFX:-secj-no-user    value "NOUSER".
               88 :PFX:-secj-lockout    value "LOCKOUT".
               88 :PFX:-secj-refused    value "LOCKED", "DISABLED",
                                              "NOSCREEN".
               88 :PFX:-secj-denied     value "DENIED".
           05 :PFX:-secj-function       pic x(50).
           05 :PFX:-secj-subject        pic x(8).
           05 :PFX:-secj-detail         pic x(40).
