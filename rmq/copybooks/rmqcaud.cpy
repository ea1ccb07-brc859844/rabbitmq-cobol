      *> instead of argued from fragments.  CAUDLOAD files the day's
      *> entries into the CAUDMST indexed archive for keyed lookups,
      *> the way ARCHLOAD serves the publish side.
      *>
      *> caud-signature is the RMQ0MSIG signature the message arrived
      *> under, checked or not -- spaces when it came unsigned -- so a
      *> disputed message can be shown to be the sender's own.
      *>
       01 :PFX:-caud-entry.
           05 :PFX:-caud-date          pic x(10).
           05 :PFX:-caud-msg-len       pic 9(9).
           05 :PFX:-caud-disposition   pic x(8).
           05 :PFX:-caud-message       pic x(279).
           05 :PFX:-caud-signature     pic x(32).
