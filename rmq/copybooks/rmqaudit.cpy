      *> published counts against besides "the job ended rc 0", and so
      *> a "did you send transaction X" question can be answered from
      *> this file instead of whatever RabbitMQ itself still retains.
      *> aud-signature is the RMQ0MSIG signature the message went out
      *> under (spaces when it went unsigned), kept whole even when the
      *> message copy is cut short.
      *>
       01 :PFX:-audit-entry.
           05 :PFX:-aud-date          pic x(10).
           05 :PFX:-aud-routing-key   pic x(50).
           05 :PFX:-aud-msg-len       pic 9(9).
           05 :PFX:-aud-delivery-mode pic 9(1).
           05 :PFX:-aud-message       pic x(334).
           05 :PFX:-aud-signature     pic x(32).
