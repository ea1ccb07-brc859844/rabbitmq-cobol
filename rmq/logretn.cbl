            stop run.

        get-todays-date.
            call "RMQ0BDT" using "CURRENT ", wk-today
            end-call
            compute wk-today-num = function integer-of-date(wk-today)

            move spaces to wk-today-disp
