      *> rmqgate.cpy
      *>
      *> One row of the RMQGATE extract gate tolerances -- how far a
      *> night's extract may stray before ACCTGATE or ITEMGATE
      *> refuses to let ACCTLOAD or ITEMLOAD replace a master with
      *> it.  gate-extract names the extract the row governs
      *> (ACCTEXTR, ITEMEXTR).
      *>
      *>   gate-min-records  fewer records than this is refused
      *>                     outright, whatever they are compared to
      *>   gate-count-pct    the most the record count may swing, up
      *>                     or down, as a percentage of the current
      *>                     master's count or the last accepted
      *>                     extract's
      *>   gate-total-pct    the same for the balance total (ACCTEXTR)
      *>                     or the on-hand total (ITEMEXTR)
      *>   gate-mix-pct      the most any one currency's share of the
      *>                     accounts may move, in percentage points
      *>                     (ACCTEXTR only)
      *>
      *> A zero leaves that check off, the way a zero limit does on
      *> RMQVELOC.  An extract with no row is gated on its control
      *> trailer alone.
      *>
       01 :PFX:-gate-entry.
           05 :PFX:-gate-extract         pic x(8).
           05 :PFX:-gate-min-records     pic 9(7).
           05 :PFX:-gate-count-pct       pic 9(3).
           05 :PFX:-gate-total-pct       pic 9(3).
           05 :PFX:-gate-mix-pct         pic 9(3).
