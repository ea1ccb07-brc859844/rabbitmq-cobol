       *> bytes -- publishes and service calls separately.  Traffic
       *> no row claims goes on the *UNMAPPED* line, so a new key
       *> surfaces at the first month-end instead of hiding in the
       *> infrastructure number.  The month defaults to the business
       *> date's (RMQ0BDT) and is overridable through RMQCHGMON
       *> (yyyy-mm).

        environment division.
        input-output section.
            stop run.

        load-report-month.
            call "RMQ0BDT" using "CURRENT ", wk-today
            end-call

            move spaces to wk-month
            string wk-today-yyyy delimited by size
