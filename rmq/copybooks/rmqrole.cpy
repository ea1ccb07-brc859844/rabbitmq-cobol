      *> rmqrole.cpy
      *>
      *> One grant on the RMQROLES role table -- a role may use one
      *> function on one online screen.  The function is the code
      *> the operator keys on that screen (I, A, U and so on; for
      *> SVCTEST the routing key of the service picked), and "*"
      *> grants every function on the screen.  A role with no row
      *> for a screen may not sign on to it at all.  Leaving a
      *> screen (X) is never refused.  RMQ0SIGN answers from this
      *> table, so moving a duty between roles is a data change
      *> here, not a recompile of the screen.
      *>
       01 :PFX:-rol-entry.
           05 :PFX:-rol-role          pic x(8).
           05 :PFX:-rol-screen        pic x(8).
           05 :PFX:-rol-function      pic x(50).
