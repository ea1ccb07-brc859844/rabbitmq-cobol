      *> key, so "did we receive message X" is a CAUDINQ lookup
      *> instead of a grep across months of flat consume trail --
      *> exactly what ARCHMST and ARCHINQ do for the publish side.
      *> carc-signature is the signature off the RMQCAUDIT entry.
      *>
       01 :PFX:-carc-record.
           05 :PFX:-carc-msg-id        pic x(36).
           05 :PFX:-carc-msg-len       pic 9(9).
           05 :PFX:-carc-disposition   pic x(8).
           05 :PFX:-carc-message       pic x(279).
           05 :PFX:-carc-signature     pic x(32).
