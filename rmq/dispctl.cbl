        identification division.
        program-id.    dispctl.

       *> dispctl puts one control command on the dispatcher control
       *> channel.  Every RMQDISP daemon serves a control queue of its
       *> own, registered on the DISPREG instance registry
       *> (rmqdreg.cpy), so a command can go to the one instance that
       *> needs it or to every one running.  The command is named in
       *> RMQDISPCMD -- STOP, RELOAD, PAUSE, RESUME or STATS -- and
       *> the instance in RMQDISPID, or ALL for every RUNNING instance
       *> whose heartbeat is still fresh.  Both are required.  An
       *> instance named by id is sent the command even with a stale
       *> heartbeat, with a warning, since a hung dispatcher may yet
       *> pick it up; ALL passes stale ones over.  STATS answers in
       *> each instance's own log, and the figures are on DISPREG
       *> besides.

        environment division.
        input-output section.
        file-control.
            select dispreg-file assign to "DISPREG"
                organization indexed
                access mode dynamic
                record key fr-dreg-instance-id
                file status is dispreg-status.

        data division.
        file section.
        fd  dispreg-file.
            copy rmqdreg replacing ==:pfx:== by ==fr==.

        working-storage section.

        01  dispreg-status          pic xx.
            88 dispreg-ok           value "00".
            88 dispreg-eof          value "10".

        01  rv                      binary-long.
            copy rmqretc.
            copy rmqnull.

        01  broker-env              pic x(4) value "TEST".
        01  conn-rc                 binary-long.
        01  conn                    usage pointer.
        01  error-text              pic x(100).

        01  wk-command              pic x(8) value spaces.
            88 wk-command-known     value "STOP", "RELOAD", "PAUSE",
                                          "RESUME", "STATS".
        01  wk-target               pic x(8) value spaces.
            88 wk-target-all        value "ALL".
        01  wk-default-exchange     pic x(50) value spaces.
        01  wk-ctl-queue            pic x(50).
        01  wk-ctl-queue-len        binary-long.
        01  wk-sent-count           binary-long value 0.
        01  wk-skipped-count        binary-long value 0.
        01  wk-final-rc             binary-long value 0.

       *> heartbeat age, as RMQDISP judges it
        01  wk-today                pic 9(8).
        01  wk-now                  pic 9(8).
        01  wk-now-edit             redefines wk-now.
            05 wk-now-hh            pic 9(2).
            05 wk-now-mi            pic 9(2).
            05 wk-now-ss            pic 9(2).
            05 wk-now-th            pic 9(2).
        01  wk-hb-date-num          pic 9(8).
        01  wk-hb-date-edit         redefines wk-hb-date-num.
            05 wk-hb-date-yyyy      pic 9(4).
            05 wk-hb-date-mm        pic 9(2).
            05 wk-hb-date-dd        pic 9(2).
        01  wk-hb-time-num          pic 9(6).
        01  wk-hb-time-edit         redefines wk-hb-time-num.
            05 wk-hb-time-hh        pic 9(2).
            05 wk-hb-time-mi        pic 9(2).
            05 wk-hb-time-ss        pic 9(2).
        01  wk-hb-age-secs          binary-long.
        01  wk-hb-stale-flag        pic x(1).
            88 wk-hb-stale          value "Y".


        procedure division.

        main-line.
            perform load-the-request
            perform open-the-registry
            perform connect-to-broker
            if wk-target-all
                perform send-to-every-instance
            else
                perform send-to-one-instance
            end-if
            close dispreg-file
            perform report-outcome
            perform disconnect-and-exit.

        load-the-request.
            display "RMQENV" upon environment-name
            accept broker-env from environment-value
                on exception
                    move "TEST" to broker-env
            end-accept

            display "RMQDISPCMD" upon environment-name
            accept wk-command from environment-value
                on exception
                    move spaces to wk-command
            end-accept

            display "RMQDISPID" upon environment-name
            accept wk-target from environment-value
                on exception
                    move spaces to wk-target
            end-accept

            if not wk-command-known or wk-target = spaces
                move rmq-rc-bad-parm to return-code
                display "dispctl: name STOP, RELOAD, PAUSE, RESUME or "
                        "STATS in RMQDISPCMD and the instance (or ALL) "
                        "in RMQDISPID -- nothing sent"
                stop run
            end-if.

        open-the-registry.
            open input dispreg-file
            if not dispreg-ok
                move rmq-rc-file-error to return-code
                display "dispctl: unable to open instance registry, "
                        "status " dispreg-status
                stop run
            end-if.

        connect-to-broker.
            call "RMQ0CONN" using "OPEN    ", broker-env, conn, conn-rc
            end-call

            if conn-rc not = 0
                move conn-rc to return-code
                display "dispctl: unable to connect to broker for "
                        broker-env
                stop run
            end-if.

        send-to-one-instance.
            move wk-target to fr-dreg-instance-id
            read dispreg-file
                invalid key
                    move rmq-rc-bad-parm to return-code
                    display "dispctl: instance " wk-target
                            " is not on the registry"
                not invalid key
                    if not fr-dreg-running
                        move rmq-rc-bad-parm to return-code
                        display "dispctl: instance " wk-target
                                " is " function trim(fr-dreg-status)
                                " -- nothing sent"
                    else
                        perform age-the-heartbeat
                        if wk-hb-stale
                            display "dispctl: instance " wk-target
                                    " last beat " fr-dreg-hb-date " "
                                    fr-dreg-hb-time
                                    " -- it may not be listening"
                        end-if
                        perform send-the-command
                    end-if
            end-read.

        send-to-every-instance.
            perform send-to-next-instance
                with test after
                until dispreg-eof.

        send-to-next-instance.
            read dispreg-file next
                at end
                    set dispreg-eof to true
                not at end
                    if fr-dreg-running
                        perform age-the-heartbeat
                        if wk-hb-stale
                            add 1 to wk-skipped-count
                            display "dispctl: instance "
                                    fr-dreg-instance-id
                                    " passed over, heartbeat stale "
                                    "since " fr-dreg-hb-date " "
                                    fr-dreg-hb-time
                        else
                            perform send-the-command
                        end-if
                    end-if
            end-read.

        send-the-command.
            move fr-dreg-ctl-queue to wk-ctl-queue
            move function length(function trim(wk-ctl-queue))
                    to wk-ctl-queue-len

            call "RMQ_PUBLISH" using
                            by value conn
                            by reference wk-default-exchange
                            by value 0
                            by reference wk-ctl-queue
                            by value wk-ctl-queue-len
                            by value 0
                            by value 0
                            by reference wk-command
                            by value 8
                            by value 0
                            giving rv

            if rv = 0
                call "RMQ_STRERROR" using
                            by value conn
                            by reference error-text
                            by value 50
                end-call

                move rmq-rc-publish-fail to return-code

                call "RMQ0ERR" using
                            "DISPCTL ", "RMQ_PUBLISH             ",
                            rv, rmq-no-name, wk-ctl-queue, error-text
                end-call

                display error-text
            else
                add 1 to wk-sent-count
                display "dispctl: " function trim(wk-command)
                        " sent to instance " fr-dreg-instance-id
                        " on " function trim(wk-ctl-queue)
            end-if.

       *> a heartbeat more than two intervals old is a dispatcher
       *> that has stopped beating
        age-the-heartbeat.
            move "Y" to wk-hb-stale-flag
            if fr-dreg-hb-date(1:4) is numeric
               and fr-dreg-hb-date(6:2) is numeric
               and fr-dreg-hb-date(9:2) is numeric
               and fr-dreg-hb-time(1:2) is numeric
               and fr-dreg-hb-time(4:2) is numeric
               and fr-dreg-hb-time(7:2) is numeric
               and fr-dreg-hb-secs is numeric
                move fr-dreg-hb-date(1:4) to wk-hb-date-yyyy
                move fr-dreg-hb-date(6:2) to wk-hb-date-mm
                move fr-dreg-hb-date(9:2) to wk-hb-date-dd
                move fr-dreg-hb-time(1:2) to wk-hb-time-hh
                move fr-dreg-hb-time(4:2) to wk-hb-time-mi
                move fr-dreg-hb-time(7:2) to wk-hb-time-ss
                accept wk-today from date yyyymmdd
                accept wk-now from time
                compute wk-hb-age-secs =
                    (function integer-of-date(wk-today)
                      - function integer-of-date(wk-hb-date-num))
                        * 86400
                    + (wk-now-hh * 3600) + (wk-now-mi * 60) + wk-now-ss
                    - (wk-hb-time-hh * 3600) - (wk-hb-time-mi * 60)
                    - wk-hb-time-ss
                if wk-hb-age-secs <= fr-dreg-hb-secs * 2
                    move "N" to wk-hb-stale-flag
                end-if
            end-if.

        report-outcome.
            if wk-target-all and wk-sent-count = 0
               and return-code = 0
                move rmq-rc-bad-parm to return-code
                display "dispctl: no live dispatcher instance to send "
                        function trim(wk-command) " to"
            end-if

            display "dispctl: sent=" wk-sent-count
                    " passed over=" wk-skipped-count.

        disconnect-and-exit.
       *> capture the final return code before the CLOSE call chain
       *> can overwrite the shared register
            move return-code to wk-final-rc
            call "RMQ0CONN" using "CLOSE   ", broker-env, conn, conn-rc
            end-call
            move wk-final-rc to return-code
            stop run.

        end program dispctl.
