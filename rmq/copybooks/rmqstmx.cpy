      *> and one T record (closing balance and how many movements the
      *> statement covered) -- the same H/D/T shape the RMQTXN
      *> transaction sets use, so the bureau parses by record type.
      *> An M record for an XFERTXN transfer leg carries the
      *> transfer reference in stmx-xfer-ref, the same on both legs.
      *> An account flagged dormant has an N notice record straight
      *> after its H record, stmx-date the day it was flagged, so
      *> the bureau prints the dormancy notice the print image has.
      *> An account whose holder takes electronic statements is not
      *> on the extract at all unless its electronic delivery failed
      *> (the STMTDLV ledger, rmqstdlv.cpy, says which).
      *>
       01 :PFX:-stmx-record.
           05 :PFX:-stmx-rec-type        pic x(1).
               88 :PFX:-stmx-header      value "H".
               88 :PFX:-stmx-movement    value "M".
               88 :PFX:-stmx-trailer     value "T".
               88 :PFX:-stmx-notice      value "N".
           05 :PFX:-stmx-acct-number     pic x(10).
           05 :PFX:-stmx-stmt-month     pic x(7).
           05 :PFX:-stmx-date            pic x(10).
           05 :PFX:-stmx-balance         pic s9(9)v99.
           05 :PFX:-stmx-count           pic 9(5).
           05 :PFX:-stmx-acct-name       pic x(30).
           05 :PFX:-stmx-xfer-ref        pic x(16).
