       *> generator looks back over the last ten calendar days and
       *> emits any nominal due date whose roll lands on today.  The
       *> RMQSTANDLAST stamp file keeps a window rerun from emitting
       *> the same day twice.  The run date defaults to the business
       *> date (RMQ0BDT) and is overridable through RMQSTANDDATE
       *> (yyyy-mm-dd).

        environment division.
        input-output section.
            stop run.

        load-run-date.
            call "RMQ0BDT" using "CURRENT ", wk-today
            end-call

            move spaces to wk-run-date
            string wk-today-yyyy delimited by size
