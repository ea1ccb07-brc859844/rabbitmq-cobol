       *> ACKMATCH reads it; an entry already archived (a rerun, or a
       *> DEMO10 resend of something DEMO06 archived) is skipped, and
       *> an entry with no msg-id can't be archived by id and is
       *> counted instead.  The date defaults to the business date
       *> (RMQ0BDT), overridable through RMQARCHDATE.

        environment division.
        input-output section.
            stop run.

        get-load-date.
            call "RMQ0BDT" using "CURRENT ", wk-today
            end-call

            move spaces to wk-load-date
            string wk-today-yyyy delimited by size
                move fp-aud-msg-len       to am-arch-msg-len
                move fp-aud-delivery-mode to am-arch-delivery-mode
                move fp-aud-message       to am-arch-message
                move fp-aud-signature     to am-arch-signature

                write am-arch-record
                    invalid key
