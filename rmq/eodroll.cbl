        identification division.
        program-id.    eodroll.

       *> eodroll is the end-of-day step: the only thing that moves
       *> the BUSDATE business date (rmqbdate.cpy) on.  It closes the
       *> current processing date -- it becomes the previous one --
       *> and opens the next processing day after it per RMQ0CAL,
       *> passing over weekends and holidays the house calendar takes
       *> away, so every dated job in the next window works that day
       *> whatever the clock says when it runs.  The first roll ever
       *> finds no control record and closes the clock's date.
       *>
       *> A business date already ahead of the clock has been rolled
       *> for tonight: the step says so and leaves it alone rather
       *> than skip a day.  DEMO12 runs it last in the window and
       *> marks it not rerunnable, so a restart never rolls twice.

        environment division.
        input-output section.
        file-control.
            select busdate-file assign to "BUSDATE"
                organization line sequential
                file status is busdate-status.

        data division.
        file section.
        fd  busdate-file.
            copy rmqbdate replacing ==:pfx:== by ==fb==.

        working-storage section.
        01  busdate-status        pic xx.
            88 busdate-ok         value "00".

            copy rmqretc.

        01  wk-user               pic x(8) value spaces.

        01  wk-today              pic 9(8).
        01  wk-now                pic 9(8).
        01  wk-now-edit           redefines wk-now.
            05 wk-now-hh          pic 9(2).
            05 wk-now-mi          pic 9(2).
            05 wk-now-ss          pic 9(2).
            05 wk-now-th          pic 9(2).

        01  wk-closing            pic 9(8).
        01  wk-opening            pic 9(8).
        01  wk-date-num           pic 9(8).
        01  wk-date-edit          redefines wk-date-num.
            05 wk-date-yyyy       pic 9(4).
            05 wk-date-mm         pic 9(2).
            05 wk-date-dd         pic 9(2).
        01  wk-date-text          pic x(10).
        01  wk-closing-text       pic x(10).
        01  wk-opening-text       pic x(10).

        01  wk-day-num            binary-long.
        01  wk-walk-count         binary-long.
        01  wk-no-type            pic x(10) value spaces.
        01  wk-process-flag       pic x(1).
            88 wk-processing-day  value "Y".

       *> one run-history line per run, through RMQ0RUNH
        01  wk-runh-rc            binary-long value 0.
        01  wk-runh-in            binary-long value 0.
        01  wk-runh-out           binary-long value 0.

        procedure division.

        main-line.
            call "RMQ0RUNH" using "START   ", "EODROLL ", wk-runh-rc,
                        wk-runh-in, wk-runh-out
            end-call
            perform load-user
            perform find-the-closing-date
            perform find-the-opening-date
            perform write-the-control-record
            perform end-the-run.

        load-user.
            display "USER" upon environment-name
            accept wk-user from environment-value
                on exception
                    move "OPERATOR" to wk-user
            end-accept

            if wk-user = spaces
                move "OPERATOR" to wk-user
            end-if.

       *> the date being closed is the business date in force --
       *> RMQ0BDT falls back to the clock when there is none yet
        find-the-closing-date.
            accept wk-today from date yyyymmdd
            call "RMQ0BDT" using "CURRENT ", wk-closing
            end-call
            add 1 to wk-runh-in

            move wk-closing to wk-date-num
            perform edit-the-date
            move wk-date-text to wk-closing-text

            if wk-closing > wk-today
                display "eodroll: business date " wk-closing-text
                        " is already ahead of the clock -- rolled "
                        "for tonight, left alone"
                perform end-the-run
            end-if.

        find-the-opening-date.
            compute wk-day-num = function integer-of-date(wk-closing)
            move "N" to wk-process-flag
            move 0 to wk-walk-count
            perform step-forward-one-day
                until wk-processing-day or wk-walk-count >= 31

            if not wk-processing-day
                move rmq-rc-bad-parm to return-code
                display "eodroll: RMQCALEND leaves no processing day "
                        "in the month after " wk-closing-text
                        " -- date not rolled"
                perform end-the-run
            end-if

            move wk-date-num to wk-opening
            move wk-date-text to wk-opening-text.

        step-forward-one-day.
            add 1 to wk-day-num
            add 1 to wk-walk-count
            compute wk-date-num = function date-of-integer(wk-day-num)
            perform edit-the-date
            call "RMQ0CAL" using wk-date-text, wk-no-type,
                        wk-process-flag
            end-call.

        edit-the-date.
            move spaces to wk-date-text
            string wk-date-yyyy delimited by size
                   "-" delimited by size
                   wk-date-mm delimited by size
                   "-" delimited by size
                   wk-date-dd delimited by size
                   into wk-date-text
            end-string.

        write-the-control-record.
            open output busdate-file
            if not busdate-ok
                move rmq-rc-file-error to return-code
                display "eodroll: unable to write business date "
                        "control, status " busdate-status
                perform end-the-run
            end-if

            accept wk-now from time
            move spaces to fb-bdt-record
            move wk-opening-text to fb-bdt-current-date
            move wk-closing-text to fb-bdt-previous-date
            move wk-today to wk-date-num
            perform edit-the-date
            move wk-date-text to fb-bdt-rolled-date
            string wk-now-hh delimited by size
                   ":" delimited by size
                   wk-now-mi delimited by size
                   ":" delimited by size
                   wk-now-ss delimited by size
                   into fb-bdt-rolled-time
            end-string
            move wk-user to fb-bdt-rolled-by
            write fb-bdt-record
            close busdate-file
            add 1 to wk-runh-out

            display "eodroll: business date " wk-closing-text
                    " closed, " wk-opening-text " opened".

        end-the-run.
            move return-code to wk-runh-rc
            call "RMQ0RUNH" using "END     ", "EODROLL ", wk-runh-rc,
                        wk-runh-in, wk-runh-out
            end-call
            move wk-runh-rc to return-code
            stop run.

        end program eodroll.
