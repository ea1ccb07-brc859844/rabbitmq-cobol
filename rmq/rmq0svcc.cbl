        identification division.
        program-id.    rmq0svcc.

       *> rmq0svcc lets a batch program close the services it takes
       *> down while it runs and reopen them when it finishes.  The
       *> services are whatever the RMQSVCHRS service hours table
       *> (rmqsvchr.cpy) lists under BATCH rules for the program, so
       *> the job only names itself: "CLOSE   " puts one SVCCLOSE
       *> closure (rmqsvccl.cpy) on file for each of them, which
       *> RMQ0SVCH then finds for RMQDISP, and "OPEN    " takes every
       *> closure the program holds away again.  A program with no
       *> BATCH rules closes nothing.
       *>
       *> Trouble with either file is reported and passed over -- a
       *> load that can't close its services is no reason to stop
       *> the load, and the closures a failed job leaves behind are
       *> cleared by its rerun or by SVCOPEN.

        environment division.
        input-output section.
        file-control.
            select rmqsvchrs-file assign to "RMQSVCHRS"
                organization line sequential
                file status is rmqsvchrs-status.
            select svcclose-file assign to "SVCCLOSE"
                organization indexed
                access mode dynamic
                record key fc-svcc-key
                file status is svcclose-status.

        data division.
        file section.
        fd  rmqsvchrs-file.
            copy rmqsvchr replacing ==:pfx:== by ==fp==.
        fd  svcclose-file.
            copy rmqsvccl replacing ==:pfx:== by ==fc==.

        working-storage section.
        01  rmqsvchrs-status        pic xx.
            88 rmqsvchrs-ok         value "00".
            88 rmqsvchrs-eof        value "10".

        01  svcclose-status         pic xx.
            88 svcclose-ok          value "00".

        01  wk-today                pic 9(8).
        01  wk-today-edit           redefines wk-today.
            05 wk-today-yyyy        pic 9(4).
            05 wk-today-mm          pic 9(2).
            05 wk-today-dd          pic 9(2).
        01  wk-now                  pic 9(8).
        01  wk-now-edit             redefines wk-now.
            05 wk-now-hh            pic 9(2).
            05 wk-now-mi            pic 9(2).
            05 wk-now-ss            pic 9(2).
            05 wk-now-th            pic 9(2).
        01  wk-stamp-date           pic x(10).
        01  wk-stamp-time           pic x(8).

        01  wk-scan-flag            pic x(1).
            88 wk-scan-done         value "Y".
        01  wk-changed-count        binary-long value 0.

        linkage section.
        01  lk-function             pic x(8).
        01  lk-program              pic x(8).

        procedure division using lk-function, lk-program.

        main-para.
            move 0 to wk-changed-count

            if lk-program = spaces
                go to main-exit
            end-if

            open i-o svcclose-file
            if not svcclose-ok
                open output svcclose-file
                close svcclose-file
                open i-o svcclose-file
            end-if

            if not svcclose-ok
                display "rmq0svcc: unable to open service closures, "
                        "status " svcclose-status " -- services for "
                        function trim(lk-program) " left as they were"
                go to main-exit
            end-if

            evaluate lk-function
                when "CLOSE   "
                    perform close-the-services
                    display "rmq0svcc: " function trim(lk-program)
                            " closed " wk-changed-count " service(s)"
                when "OPEN    "
                    perform open-the-services
                    display "rmq0svcc: " function trim(lk-program)
                            " reopened " wk-changed-count
                            " service(s)"
                when other
                    display "rmq0svcc: function "
                            function trim(lk-function)
                            " not recognized"
            end-evaluate

            close svcclose-file.

        main-exit.
            goback.

        close-the-services.
            perform stamp-the-clock
            open input rmqsvchrs-file

            if not rmqsvchrs-ok
                display "rmq0svcc: unable to open RMQSVCHRS, status "
                        rmqsvchrs-status " -- nothing closed"
            else
                perform close-next-service
                    with test after
                    until rmqsvchrs-eof

                close rmqsvchrs-file
            end-if.

       *> a closure already on file from a run that never got to
       *> reopen is taken over and restamped
        close-next-service.
            read rmqsvchrs-file
                at end
                    set rmqsvchrs-eof to true
                not at end
                    if fp-svh-batch
                       and fp-svh-program = lk-program
                        move fp-svh-routing-key to fc-svcc-routing-key
                        move lk-program to fc-svcc-program
                        move wk-stamp-date to fc-svcc-closed-date
                        move wk-stamp-time to fc-svcc-closed-time
                        move fp-svh-reason to fc-svcc-reason
                        add 1 to wk-changed-count
                        write fc-svcc-record
                            invalid key
                                rewrite fc-svcc-record
                        end-write
                    end-if
            end-read.

       *> closures are keyed by routing key first, so the program's
       *> own are found by walking the whole file
        open-the-services.
            move "N" to wk-scan-flag
            move low-values to fc-svcc-key
            start svcclose-file key is not less than fc-svcc-key
                invalid key
                    set wk-scan-done to true
            end-start

            perform open-next-service
                until wk-scan-done.

        open-next-service.
            read svcclose-file next record
                at end
                    set wk-scan-done to true
                not at end
                    if fc-svcc-program = lk-program
                        add 1 to wk-changed-count
                        delete svcclose-file
                            invalid key
                                continue
                        end-delete
                    end-if
            end-read.

        stamp-the-clock.
            accept wk-today from date yyyymmdd
            accept wk-now from time
            move spaces to wk-stamp-date
            string wk-today-yyyy delimited by size
                   "-" delimited by size
                   wk-today-mm delimited by size
                   "-" delimited by size
                   wk-today-dd delimited by size
                   into wk-stamp-date
            end-string
            move spaces to wk-stamp-time
            string wk-now-hh delimited by size
                   ":" delimited by size
                   wk-now-mi delimited by size
                   ":" delimited by size
                   wk-now-ss delimited by size
                   into wk-stamp-time
            end-string.

        end program rmq0svcc.
