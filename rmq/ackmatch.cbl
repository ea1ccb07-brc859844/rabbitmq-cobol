            stop run.

        get-the-cutoff.
            call "RMQ0BDT" using "CURRENT ", wk-today
            end-call
            compute wk-today-num = function integer-of-date(wk-today)

            display "RMQACKAGE" upon environment-name
