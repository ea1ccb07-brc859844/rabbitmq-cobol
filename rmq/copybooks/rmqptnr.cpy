      *>                   follows (the RMQMASK / RMQCRYPT rule tag)
      *>   ptnr-status     A active, X offboarded -- an offboarded
      *>                   partner's row stays for the audit trail
      *>   ptnr-delivery   B  (or blank) the partner is on the broker
      *>                   F  the partner can't consume AMQP: what we
      *>                      publish to them is also gathered into a
      *>                      dated delivery file (PTNRFOUT), and what
      *>                      they send comes back as a file DEMO13
      *>                      loads -- their acks with it, so no ack
      *>                      queue is needed
      *>
       01 :PFX:-ptnr-record.
           05 :PFX:-ptnr-id            pic x(8).
           05 :PFX:-ptnr-status        pic x(1).
               88 :PFX:-ptnr-active    value "A".
               88 :PFX:-ptnr-offboarded value "X".
           05 :PFX:-ptnr-delivery      pic x(1).
               88 :PFX:-ptnr-by-broker value "B", " ".
               88 :PFX:-ptnr-by-file   value "F".
