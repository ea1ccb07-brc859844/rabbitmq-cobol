       *> ARCHLOAD of the receiving side, and the daily feed behind
       *> the CAUDINQ lookup.  An entry already archived (a rerun)
       *> is skipped, and an entry with no msg-id can't be archived
       *> by id and is counted instead.  The date defaults to the
       *> business date (RMQ0BDT), overridable through RMQCAUDDATE.

        environment division.
        input-output section.
            stop run.

        get-load-date.
            call "RMQ0BDT" using "CURRENT ", wk-today
            end-call

            move spaces to wk-load-date
            string wk-today-yyyy delimited by size
                move fp-caud-msg-len     to cm-carc-msg-len
                move fp-caud-disposition to cm-carc-disposition
                move fp-caud-message     to cm-carc-message
                move fp-caud-signature   to cm-carc-signature

                write cm-carc-record
                    invalid key
