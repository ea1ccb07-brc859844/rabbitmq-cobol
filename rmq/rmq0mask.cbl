       *> no rules, no change.  Callers mask the logged copy only --
       *> the message on the wire is never this subprogram's to
       *> touch.
       *>
       *> A rule that names a pseudonym kind gives its field the
       *> stable RMQ0PSEU substitute instead of X's when the map is
       *> there to give one; REPLAY runs a replayed body through here
       *> for the same reason, so whatever reaches TEST carries the
       *> substitutes and never the customer.

        environment division.
        input-output section.
                10 mask-length          binary-long.
                10 mask-style           pic x(2).
                10 mask-field           pic x(30).
                10 mask-pseudonym       pic x(1).

        01  wk-idx                  binary-long.
        01  wk-fld-off              binary-long.
        01  wk-fld-len              binary-long.
        01  wk-keep-len             binary-long.

        01  wk-pseu-value           pic x(30).
        01  wk-pseu-outcome         pic x(8).
            88 wk-pseu-given        value "MAPPED  ", "ISPSEU  ".
        01  wk-pseu-flag            pic x(1).
            88 wk-pseu-done         value "Y".

       *> JSON scan state: the "name":" pattern being hunted, and
       *> where the member's value starts and ends
        01  wk-pattern              pic x(34).
                                to mask-style(mask-count)
                        move fp-mask-field
                                to mask-field(mask-count)
                        move fp-mask-pseudonym
                                to mask-pseudonym(mask-count)
                    end-if
            end-read.

                compute wk-fld-len = wk-val-end - wk-val-start
                if wk-fld-len > 0
                    move wk-val-start to wk-fld-off
                    perform cover-the-field
                end-if
            end-if.

                        lk-body-len - wk-fld-off + 1
                end-if

                perform cover-the-field
            end-if.

       *> a pseudonym where the rule asks for one and it fits, X's
       *> otherwise
        cover-the-field.
            move "N" to wk-pseu-flag
            if (mask-pseudonym(wk-idx) = "A"
                or mask-pseudonym(wk-idx) = "N")
               and wk-fld-len <= 30
                perform pseudonymize-the-field
            end-if

            if not wk-pseu-done
                if mask-style(wk-idx) = "L4"
                   and wk-fld-len > 4
                    compute wk-keep-len = wk-fld-len - 4
                end-if
            end-if.

       *> a field already masked on an earlier pass (a replayed trail
       *> entry) has no customer left in it to map, and blank has
       *> nothing to hide; both just take the mask again
        pseudonymize-the-field.
            move spaces to wk-pseu-value
            move lk-body(wk-fld-off:wk-fld-len) to wk-pseu-value

            if wk-pseu-value not = spaces
               and wk-pseu-value(1:4) not = "XXXX"
                call "RMQ0PSEU" using "MAP     ",
                            mask-pseudonym(wk-idx), wk-pseu-value,
                            wk-pseu-outcome
                end-call
                if wk-pseu-given
                   and function length(function trim(wk-pseu-value))
                        <= wk-fld-len
                    move wk-pseu-value
                            to lk-body(wk-fld-off:wk-fld-len)
                    set wk-pseu-done to true
                end-if
            end-if.

        end program rmq0mask.
