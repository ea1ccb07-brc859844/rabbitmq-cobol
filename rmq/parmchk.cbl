        identification division.
        program-id.    parmchk.

       *> parmchk is step zero of the DEMO12 window: the parmlib files
       *> are edited by hand and used to fail only at runtime.  This job
       *> loads the whole set and cross-checks it through RMQ0PCHK --
       *> the same checks the PARMMNT maintenance screen holds each
       *> edit to, listed there -- writing one RMQPARMRPT line per
       *> discrepancy and ending rmq-rc-bad-parm if it found any, so a
       *> bad edit stops the window before it hurts.

        environment division.

        data division.
        working-storage section.

            copy rmqretc.

        01  wk-table-name         pic x(10) value spaces.
        01  wk-file-name          pic x(50) value spaces.
        01  wk-problem-count      binary-long value 0.
            copy rmqpchk replacing ==:pfx:== by ==wk==.


        procedure division.

        main-line.
            call "RMQ0PCHK" using "REPORT  ", wk-table-name,
                    wk-file-name, wk-problem-count, wk-parmchk-report
            end-call

            perform report-outcome
            stop run.

        report-outcome.
            if wk-problem-count > 0
                move rmq-rc-bad-parm to return-code
                display "parmchk: " wk-problem-count
                        " discrepancy(ies) -- stopping the window"
            else
                move rmq-rc-ok to return-code
                display "parmchk: parmlib set is consistent"
            end-if.

