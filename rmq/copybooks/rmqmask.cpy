      *> that member is masked and the offsets are ignored, while on
      *> a flat body only the offset form applies.  A class that
      *> publishes both ways needs one rule of each form.
      *>
      *> mask-pseudonym says the field holds an account number ("A")
      *> or a customer name ("N").  Such a field is not masked on a
      *> production run but given its stable RMQ0PSEU substitute, so
      *> the logged copy still tells one account from another without
      *> holding it, and REPLAY and PSEUCOPY can send it to TEST as
      *> the same test account every time.  The substitute needs room
      *> -- 10 characters for an account, 19 for a name -- and a
      *> field too short for it, or any run without the map, falls
      *> back to mask-style.  Blank: masked as before.
      *>
       01 :PFX:-mask-entry.
           05 :PFX:-mask-match        pic x(1).
           05 :PFX:-mask-length       pic 9(3).
           05 :PFX:-mask-style        pic x(2).
           05 :PFX:-mask-field        pic x(30).
           05 :PFX:-mask-pseudonym    pic x(1).
               88 :PFX:-mask-pseu-account value "A".
               88 :PFX:-mask-pseu-name    value "N".
