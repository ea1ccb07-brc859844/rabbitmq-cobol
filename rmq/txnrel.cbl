            stop run.

        get-todays-date.
            call "RMQ0BDT" using "CURRENT ", wk-today
            end-call

            move spaces to wk-today-disp
            string wk-today-yyyy delimited by size
