      *> rmqfspl.cpy
      *>
      *> One entry on the RMQFDLVSPL file-delivery spool.  RMQ0AUD
      *> appends one for every message published to the exchange and
      *> routing key of a partner that takes its traffic as a file
      *> (ptnr-delivery F on PTNRMST), alongside the RMQAUDIT line,
      *> and PTNRFOUT gathers a day's entries into that partner's
      *> outbound delivery file (rmqfdlv.cpy).  The audit copy is
      *> masked and cut short for operations; the spool keeps the
      *> message whole and exactly as it was published, because that
      *> is what the partner is owed.  It therefore holds production
      *> data in clear and is kept under the same protection as the
      *> delivery files themselves.  A message longer than
      *> fspl-message (an assembled multi-record set) is never
      *> spooled: RMQ0AUD reports it through RMQ0ERR instead.
      *>
       01 :PFX:-fspl-entry.
           05 :PFX:-fspl-date          pic x(10).
           05 :PFX:-fspl-time          pic x(8).
           05 :PFX:-fspl-partner-id    pic x(8).
           05 :PFX:-fspl-program       pic x(8).
           05 :PFX:-fspl-exchange      pic x(50).
           05 :PFX:-fspl-routing-key   pic x(50).
           05 :PFX:-fspl-msg-len       pic 9(9).
           05 :PFX:-fspl-message       pic x(334).
