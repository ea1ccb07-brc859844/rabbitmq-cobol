      *> writes one line per completed run, so "is tonight slower
      *> than normal" is a RUNHRPT lookup instead of an archaeology
      *> dig through spool output that scrolled away.
      *>
      *> runh-bus-date is the BUSDATE business date the run worked
      *> under (RMQ0BDT), which for a window that crosses midnight
      *> is not the date on its start stamp.
      *>
       01 :PFX:-runh-entry.
           05 :PFX:-runh-program      pic x(8).
           05 :PFX:-runh-return-code  pic -(4)9.
           05 :PFX:-runh-records-in   pic 9(9).
           05 :PFX:-runh-records-out  pic 9(9).
           05 :PFX:-runh-bus-date     pic x(10).
