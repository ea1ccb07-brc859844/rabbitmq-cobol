      *> rmqbdate.cpy
      *>
      *> The BUSDATE business-date control record -- the one date the
      *> whole shop processes under, instead of every job reading the
      *> machine clock or its own RMQxxxDATE.  bdt-current-date is
      *> the processing date the window is working; bdt-previous-date
      *> the one before it.  Only the EODROLL end-of-day step moves
      *> them on, to the next processing day per RMQ0CAL, stamping
      *> when and by whom; a window that runs past midnight is still
      *> working the date it started on.  Programs get the dates
      *> through RMQ0BDT.
      *>
       01 :PFX:-bdt-record.
           05 :PFX:-bdt-current-date    pic x(10).
           05 :PFX:-bdt-previous-date   pic x(10).
           05 :PFX:-bdt-rolled-date     pic x(10).
           05 :PFX:-bdt-rolled-time     pic x(8).
           05 :PFX:-bdt-rolled-by       pic x(8).
