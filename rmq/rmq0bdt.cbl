        identification division.
        program-id.    rmq0bdt.

       *> rmq0bdt hands the dated programs their processing date off
       *> the BUSDATE business-date control record (rmqbdate.cpy):
       *> "CURRENT " answers the business date the window is working,
       *> "PREVIOUS" the one before it, both as yyyymmdd -- the shape
       *> ACCEPT FROM DATE gives, so a program that used to read the
       *> clock takes this in its place.  The record is read once per
       *> run and held, the way RMQ0CAL holds its calendar: a job
       *> that crosses midnight keeps the date it started with, and
       *> EODROLL moving the date on doesn't shift a run already
       *> under way.
       *>
       *> With no BUSDATE yet (or one that doesn't read as dates) the
       *> clock stands in for the current date, and the previous one
       *> is the last processing day before it per RMQ0CAL, so
       *> nothing changes for a shop that has never rolled a date.

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
        01  busdate-status          pic xx.
            88 busdate-ok           value "00".

        01  wk-loaded-flag          pic x(1) value "N".
            88 wk-dates-loaded      value "Y".
        01  wk-on-file-flag         pic x(1) value "N".
            88 wk-dates-on-file     value "Y".

        01  wk-current              pic 9(8) value 0.
        01  wk-previous             pic 9(8) value 0.

        01  wk-date-text            pic x(10).
        01  wk-date-num             pic 9(8).
        01  wk-date-edit            redefines wk-date-num.
            05 wk-date-yyyy         pic 9(4).
            05 wk-date-mm           pic 9(2).
            05 wk-date-dd           pic 9(2).
        01  wk-good-flag            pic x(1).
            88 wk-date-good         value "Y".

        01  wk-day-num              binary-long.
        01  wk-walk-count           binary-long.
        01  wk-walk-text            pic x(10).
        01  wk-no-type              pic x(10) value spaces.
        01  wk-process-flag         pic x(1).
            88 wk-processing-day    value "Y".

        linkage section.
        01  lk-which                pic x(8).
        01  lk-date                 pic 9(8).

        procedure division using lk-which, lk-date.

        main-para.
            if not wk-dates-loaded
                perform load-the-dates
                set wk-dates-loaded to true
            end-if

            if lk-which = "PREVIOUS"
                move wk-previous to lk-date
            else
                move wk-current to lk-date
            end-if.

        main-exit.
            goback.

        load-the-dates.
            open input busdate-file
            if busdate-ok
                read busdate-file
                    at end
                        continue
                    not at end
                        perform take-the-record
                end-read
                close busdate-file
            end-if

            if not wk-dates-on-file
                perform fall-back-to-the-clock
            end-if.

        take-the-record.
            move fb-bdt-current-date to wk-date-text
            perform check-the-date
            if wk-date-good
                move wk-date-num to wk-current
                move fb-bdt-previous-date to wk-date-text
                perform check-the-date
                if wk-date-good
                    move wk-date-num to wk-previous
                    set wk-dates-on-file to true
                end-if
            end-if.

        check-the-date.
            move "N" to wk-good-flag
            if wk-date-text(5:1) = "-"
               and wk-date-text(8:1) = "-"
               and wk-date-text(1:4) numeric
               and wk-date-text(6:2) numeric
               and wk-date-text(9:2) numeric
                move wk-date-text(1:4) to wk-date-yyyy
                move wk-date-text(6:2) to wk-date-mm
                move wk-date-text(9:2) to wk-date-dd
                if function test-date-yyyymmdd(wk-date-num) = 0
                    set wk-date-good to true
                end-if
            end-if.

       *> the last processing day before the clock's date, looking
       *> back no further than a month
        fall-back-to-the-clock.
            accept wk-current from date yyyymmdd
            compute wk-day-num = function integer-of-date(wk-current)
            move "N" to wk-process-flag
            move 0 to wk-walk-count
            perform step-back-one-day
                until wk-processing-day or wk-walk-count >= 31
            compute wk-previous = function date-of-integer(wk-day-num).

        step-back-one-day.
            subtract 1 from wk-day-num
            add 1 to wk-walk-count
            compute wk-date-num = function date-of-integer(wk-day-num)
            move spaces to wk-walk-text
            string wk-date-yyyy delimited by size
                   "-" delimited by size
                   wk-date-mm delimited by size
                   "-" delimited by size
                   wk-date-dd delimited by size
                   into wk-walk-text
            end-string
            call "RMQ0CAL" using wk-walk-text, wk-no-type,
                        wk-process-flag
            end-call.

        end program rmq0bdt.
