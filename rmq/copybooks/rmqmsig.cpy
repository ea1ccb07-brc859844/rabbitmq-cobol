      *> rmqmsig.cpy
      *>
      *> The signature trailer RMQ0MSIG puts after the body of every
      *> enveloped message this shop publishes -- a keyed signature
      *> over the envelope header and body together, so a consumer
      *> can prove who produced a message and that nothing touched it
      *> on the broker, in a dead-letter file or in the quarantine.
      *> The key is the signer's SIGN row on the RMQKEYSTORE keystore
      *> (ours is RMQSHOP, a partner's is the caller id we issued
      *> them).
      *>
      *> The trailer rides outside the 98-byte header and is not
      *> counted in env-body-len, so a message is signed exactly when
      *> its length is header + body-len + the 36 trailer bytes and
      *> the trailer opens with msig-marker.  Consumers that verify
      *> take it off before the envelope is believed; the signature
      *> itself is kept on the audit trails as the evidence.
      *>
       01 :PFX:-msig-trailer.
           05 :PFX:-msig-marker        pic x(4).
               88 :PFX:-msig-present   value "SIG1".
           05 :PFX:-msig-signature     pic x(32).
