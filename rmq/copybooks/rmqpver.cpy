      *> rmqpver.cpy
      *>
      *> One row of one version of a parmlib table on PARMVER, the
      *> parmlib version store RMQ0PVER keeps.  Every change PARMMNT
      *> saves, and every restore PARMRST makes, is a complete new
      *> copy of the table under the next version number for that
      *> table, so any earlier state can be looked at or put back
      *> whole.  Rows are numbered from 0001 in file order; row 0000
      *> is the version's header -- when, who, what kind of change,
      *> and why.
      *>
      *> A BASELINE version is the table as first found when nothing
      *> was stored for it yet.  An OUTSIDE version records a table
      *> found changed since its latest version by something other
      *> than PARMMNT -- a hand edit -- so the history has no gaps.
      *> ADD, UPDATE and DELETE are PARMMNT edits of the one row
      *> pver-changed-row; RESTORE is PARMRST putting back version
      *> pver-from-version.
      *>
       01 :PFX:-pver-record.
           05 :PFX:-pver-key.
               10 :PFX:-pver-table        pic x(10).
               10 :PFX:-pver-version      pic 9(6).
               10 :PFX:-pver-row-no       pic 9(4).
           05 :PFX:-pver-row-text         pic x(400).
           05 :PFX:-pver-header           redefines :PFX:-pver-row-text.
               10 :PFX:-pver-date         pic x(10).
               10 :PFX:-pver-time         pic x(8).
               10 :PFX:-pver-user-id      pic x(8).
               10 :PFX:-pver-action       pic x(8).
                   88 :PFX:-pver-baseline value "BASELINE".
                   88 :PFX:-pver-outside  value "OUTSIDE".
                   88 :PFX:-pver-add      value "ADD".
                   88 :PFX:-pver-update   value "UPDATE".
                   88 :PFX:-pver-delete   value "DELETE".
                   88 :PFX:-pver-restore  value "RESTORE".
               10 :PFX:-pver-row-count    pic 9(4).
               10 :PFX:-pver-changed-row  pic 9(4).
               10 :PFX:-pver-from-version pic 9(6).
               10 :PFX:-pver-reason       pic x(40).
