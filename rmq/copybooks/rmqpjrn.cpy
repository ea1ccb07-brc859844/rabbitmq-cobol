      *> rmqpjrn.cpy
      *>
      *> One entry on the PARMJRN parmlib change journal, written by
      *> RMQ0PVER as each new version of a table is stored on PARMVER
      *> (rmqpver.cpy): who changed which table, when and why, and
      *> the row as it was before and after.  An ADD has no before
      *> row and a DELETE no after row.  A RESTORE, or a hand edit
      *> found and stored as an OUTSIDE version, gets one entry for
      *> every row position that differs.  pjrn-version is the
      *> version the change made.
      *>
       01 :PFX:-pjrn-entry.
           05 :PFX:-pjrn-date           pic x(10).
           05 :PFX:-pjrn-time           pic x(8).
           05 :PFX:-pjrn-user-id        pic x(8).
           05 :PFX:-pjrn-table          pic x(10).
           05 :PFX:-pjrn-action         pic x(8).
           05 :PFX:-pjrn-version        pic 9(6).
           05 :PFX:-pjrn-row-no         pic 9(4).
           05 :PFX:-pjrn-reason         pic x(40).
           05 :PFX:-pjrn-before         pic x(400).
           05 :PFX:-pjrn-after          pic x(400).
