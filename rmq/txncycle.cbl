            stop run.

        load-run-date.
            call "RMQ0BDT" using "CURRENT ", wk-today
            end-call
            accept wk-now from time

            move spaces to wk-run-date
