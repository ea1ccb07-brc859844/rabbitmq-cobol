      *> rmqstep.cpy
      *>
      *> One step of the nightly window on the RMQSTEPS step table --
      *> the parmlib member DEMO12 runs the window from, in
      *> step-seq order, instead of a chain written into the driver.
      *>
      *>   step-name     the step's name on the WINSTATE window state
      *>                 file and the WINJRNL journal, and what an
      *>                 operator names to STEPBYP
      *>   step-rerun    Y if the step may simply be run again when a
      *>                 restart comes back to it after a failure; N
      *>                 for a step whose half-done work must not be
      *>                 repeated (STANDGEN, TXNREL ...) -- a restart
      *>                 stops in front of it until an operator has
      *>                 finished the work by hand and bypassed it
      *>   step-on-fail  STOP ends the window at a failed step, ready
      *>                 for a restart; CONT records the failure and
      *>                 carries on with the next step
      *>   step-ok-rc    return codes besides zero that count as the
      *>                 step completing (000 fills an unused slot --
      *>                 zero is always acceptable)
      *>   step-command  what is run for the step
      *>
       01 :PFX:-step-entry.
           05 :PFX:-step-seq            pic 9(3).
           05 :PFX:-step-name           pic x(8).
           05 :PFX:-step-rerun          pic x(1).
               88 :PFX:-step-rerunnable value "Y".
           05 :PFX:-step-on-fail        pic x(4).
               88 :PFX:-step-stop-on-fail value "STOP".
               88 :PFX:-step-cont-on-fail value "CONT".
           05 :PFX:-step-ok-rc          pic 9(3) occurs 4 times.
           05 :PFX:-step-desc           pic x(30).
           05 :PFX:-step-command        pic x(60).
