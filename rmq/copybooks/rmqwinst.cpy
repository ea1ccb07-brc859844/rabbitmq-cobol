      *> rmqwinst.cpy
      *>
      *> One step's standing in the current nightly window, on the
      *> WINSTATE window state file DEMO12 keeps keyed by step name.
      *> wst-window-id is the date and time the window was begun; a
      *> restart carries on the same window, so every step of it
      *> shares the id.
      *>
      *>   PENDING   not yet reached in this window
      *>   RUNNING   started and not yet back -- found on a restart,
      *>             the driver itself died under the step
      *>   DONE      completed with an acceptable return code
      *>   FAILED    came back with an unacceptable return code
      *>   WARNED    failed, but its table entry says carry on
      *>   BYPASSED  passed over on an operator's word (STEPBYP),
      *>             with the reason and operator recorded
      *>
      *> DONE, WARNED and BYPASSED steps are finished with: a restart
      *> passes over them and resumes at the first step that isn't.
      *>
       01 :PFX:-wst-record.
           05 :PFX:-wst-step-name       pic x(8).
           05 :PFX:-wst-window-id       pic x(19).
           05 :PFX:-wst-status          pic x(8).
               88 :PFX:-wst-pending     value "PENDING".
               88 :PFX:-wst-running     value "RUNNING".
               88 :PFX:-wst-done        value "DONE".
               88 :PFX:-wst-failed      value "FAILED".
               88 :PFX:-wst-warned      value "WARNED".
               88 :PFX:-wst-bypassed    value "BYPASSED".
               88 :PFX:-wst-finished    value "DONE", "WARNED",
                                              "BYPASSED".
           05 :PFX:-wst-step-seq        pic 9(3).
           05 :PFX:-wst-rc              pic 9(9).
           05 :PFX:-wst-attempts        pic 9(3).
           05 :PFX:-wst-start-date      pic x(10).
           05 :PFX:-wst-start-time      pic x(8).
           05 :PFX:-wst-end-date        pic x(10).
           05 :PFX:-wst-end-time        pic x(8).
           05 :PFX:-wst-bypass-by       pic x(8).
           05 :PFX:-wst-bypass-reason   pic x(60).
