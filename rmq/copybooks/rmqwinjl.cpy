      *> rmqwinjl.cpy
      *>
      *> One line on the WINJRNL window journal: every start, outcome
      *> and bypass of a nightly window step, and the beginning,
      *> resumption and end of the window itself (winj-step-name
      *> *WINDOW*), appended by DEMO12 and STEPBYP.  WINSTATE says
      *> where the window stands; this says how it got there.
      *>
      *>   winj-event  for the window: NEWWIN, RESUMED, ABANDON
      *>               (RMQWINNEW), ENDED, STOPPED; for a step:
      *>               STARTED, DONE, FAILED, WARNED, SKIPPED (already
      *>               finished), BLOCKED (not rerunnable), BYPASSED
      *>
       01 :PFX:-winj-entry.
           05 :PFX:-winj-date           pic x(10).
           05 :PFX:-winj-time           pic x(8).
           05 :PFX:-winj-window-id      pic x(19).
           05 :PFX:-winj-step-name      pic x(8).
           05 :PFX:-winj-event          pic x(8).
           05 :PFX:-winj-rc             pic 9(9).
           05 :PFX:-winj-attempts       pic 9(3).
           05 :PFX:-winj-user           pic x(8).
           05 :PFX:-winj-text           pic x(60).
