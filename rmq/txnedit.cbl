            end-read.

        edit-the-batch.
            call "RMQ0BDT" using "CURRENT ", wk-today
            end-call
            move spaces to wk-today-disp
            string wk-today-yyyy delimited by size
                   "-" delimited by size
            if wk-hwm-mode-text = "OFF"
                continue
            else
                call "RMQ0BDT" using "CURRENT ", wk-today
                end-call
                move spaces to wk-today-disp
                string wk-today-yyyy delimited by size
                       "-" delimited by size
