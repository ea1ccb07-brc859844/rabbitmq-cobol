       *> svcsumm is the daily service summary: it rolls the
       *> RMQSVCJRN activity journal up by routing key for one date
       *> and writes one line per service to RMQSVCSUM -- requests,
       *> handled, failed, and average elapsed milliseconds -- so "how
       *> many GETBAL calls did we take yesterday and how many failed"
       *> is a report line, not a grep.  The date defaults to the
       *> business date (RMQ0BDT) and can be overridden through
       *> RMQSVCDATE (yyyy-mm-dd) the same way DEMO09's purge target
       *> comes from RMQPURGEQ.

        environment division.
        input-output section.
            stop run.

        get-report-date.
            call "RMQ0BDT" using "CURRENT ", wk-today
            end-call

            move spaces to wk-report-date
            string wk-today-yyyy delimited by size

       *> duplicate deliveries are skipped work, not failed work --
       *> the dispatcher reports them on its own line, so they stay
       *> out of both the handled and the failed columns here, and so
       *> does a request turned away because the service was closed
        tally-one-entry.
            if not fp-sjrn-duplicate and not fp-sjrn-closed
                perform find-or-add-service-entry

                add 1 to svcsum-requests(svcsum-idx)
