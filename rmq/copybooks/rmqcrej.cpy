      *>             fields would not parse
      *>   REFNOTF   payload reference the library can't answer
      *>   REFCKSM   payload came back failing its checksum
      *>   BADSIGN   RMQ0MSIG signature did not verify, or missing
      *>             from a partner that signs
      *>   CALLERID  delivery-file detail whose env-caller-id is not
      *>             the partner the file's header names
      *>
      *> crej-signature is the signature the message arrived under.
      *>
       01 :PFX:-crej-entry.
           05 :PFX:-crej-date            pic x(10).
           05 :PFX:-crej-reason          pic x(8).
           05 :PFX:-crej-msg-len         pic 9(9).
           05 :PFX:-crej-message         pic x(279).
           05 :PFX:-crej-signature       pic x(32).
