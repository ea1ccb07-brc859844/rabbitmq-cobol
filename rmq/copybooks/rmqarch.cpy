      *> the original R here and records the msg-id of the REVERSAL
      *> message it published, so ARCHINQ shows both sides instead
      *> of a correction nobody can tie to what it corrects.
      *>
      *> arch-signature is the RMQ0MSIG signature carried over from
      *> the RMQAUDIT entry -- the evidence of what we sent.
      *>
       01 :PFX:-arch-record.
           05 :PFX:-arch-msg-id        pic x(36).
           05 :PFX:-arch-exchange      pic x(50).
           05 :PFX:-arch-msg-len       pic 9(9).
           05 :PFX:-arch-delivery-mode pic 9(1).
           05 :PFX:-arch-message       pic x(334).
           05 :PFX:-arch-reversed      pic x(1).
               88 :PFX:-arch-is-reversed value "R".
           05 :PFX:-arch-reversal-id   pic x(36).
           05 :PFX:-arch-signature     pic x(32).
