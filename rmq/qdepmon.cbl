        identification division.
        program-id.    qdepmon.

       *> qdepmon samples the broker's queues for backlog.  DEMO08
       *> only says whether a queue exists; when cobol-queue backs up
       *> behind a stalled RMQDISP, or cobol-dlq quietly fills, the
       *> first anyone heard of it was a partner on the phone.  Each
       *> run asks the broker for every RMQINVEN queue's message count
       *> and consumer count (RMQ_QUEUE_DEPTH -- the figures a passive
       *> declare answers with) and appends one dated line per queue
       *> to the QDEPHIST depth history (rmqqdhst.cpy).
       *>
       *> Each sample is held to the queue's RMQDEPTH row: more
       *> messages waiting than the ceiling, or fewer consumers than
       *> the floor, raises an OPS-ALERT through RMQ0ALRT at the row's
       *> severity, and the run ends rmq-rc-depth-breach.  A queue the
       *> broker can't answer for goes to RMQ0ERR the way DEMO08's
       *> misses do and the run ends rmq-rc-declare-fail -- and so
       *> does every queue when the broker bridge this run is linked
       *> against has no RMQ_QUEUE_DEPTH in it at all, rather than
       *> the run abending before its run-history line is written.
       *>
       *> The scheduler runs it every few minutes through the day;
       *> DEMO12 takes one sample in the nightly window as well.
       *> QDEPRPT reports the day's peaks, STATBRD the latest round.

        environment division.
        input-output section.
        file-control.
            select rmqinven-file assign to "RMQINVEN"
                organization line sequential
                file status is rmqinven-status.
            select rmqdepth-file assign to "RMQDEPTH"
                organization line sequential
                file status is rmqdepth-status.
            select qdephist-file assign to "QDEPHIST"
                organization line sequential
                file status is qdephist-status.

        data division.
        file section.
        fd  rmqinven-file.
            copy rmqinven replacing ==:pfx:== by ==fp==.
        fd  rmqdepth-file.
            copy rmqqdept replacing ==:pfx:== by ==fd==.
        fd  qdephist-file.
            copy rmqqdhst replacing ==:pfx:== by ==fh==.

        working-storage section.

        01  rmqinven-status       pic xx.
            88 rmqinven-ok        value "00".
            88 rmqinven-eof       value "10".

        01  rmqdepth-status       pic xx.
            88 rmqdepth-ok        value "00".
            88 rmqdepth-eof       value "10".

        01  qdephist-status       pic xx.
            88 qdephist-ok        value "00", "05".

        01  wk-today              pic 9(8).
        01  wk-today-edit         redefines wk-today.
            05 wk-today-yyyy      pic 9(4).
            05 wk-today-mm        pic 9(2).
            05 wk-today-dd        pic 9(2).
        01  wk-now                pic 9(8).
        01  wk-now-edit           redefines wk-now.
            05 wk-now-hh          pic 9(2).
            05 wk-now-mi          pic 9(2).
            05 wk-now-ss          pic 9(2).
            05 wk-now-th          pic 9(2).
        01  wk-sample-date        pic x(10).
        01  wk-sample-time        pic x(8).

        01  rv                    binary-long.
            copy rmqretc.
            copy rmqnull.

        01  broker-env            pic x(4) value "TEST".
        01  conn-rc               binary-long.

        01  error-text            pic x(100).
        01  conn                  usage pointer.

       *> the queues off the RMQINVEN inventory -- exchanges hold no
       *> messages, so they are left to DEMO08
        01  que-table.
            05 que-count          binary-long value 0.
            05 que-entry          occurs 50 times indexed by que-idx.
                10 que-name           pic x(50).

       *> the RMQDEPTH thresholds
        01  qdt-table.
            05 qdt-count          binary-long value 0.
            05 qdt-entry          occurs 50 times indexed by qdt-idx.
                10 qdt-queue-name     pic x(50).
                10 qdt-max-depth      binary-long.
                10 qdt-min-consumers  binary-long.
                10 qdt-severity       binary-long.

        01  wk-queue-len          binary-long.
        01  wk-msg-count          binary-long.
        01  wk-cons-count         binary-long.
        01  wk-found-flag         pic x(1) value "N".
            88 wk-row-found       value "Y".
        01  wk-deep-flag          pic x(1).
            88 wk-too-deep        value "Y".
        01  wk-nocons-flag        pic x(1).
            88 wk-too-few         value "Y".

       *> what goes to RMQ0ALRT for one breach
        01  wk-alert-call         pic x(24).
        01  wk-alert-rc           binary-long.
        01  wk-alert-text         pic x(100).
        01  wk-alert-severity     binary-long.
        01  wk-figure-edit        pic z(8)9.
        01  wk-limit-edit         pic z(8)9.

        01  wk-sampled-count      binary-long value 0.
        01  wk-breach-count       binary-long value 0.
        01  wk-missing-count      binary-long value 0.
        01  wk-no-bridge-flag     pic x(1) value "N".
            88 wk-no-depth-bridge value "Y".
        01  wk-written-count      binary-long value 0.


       *> one run-history line per run, through RMQ0RUNH
        01  wk-runh-rc            binary-long value 0.

        procedure division.

        main-line.
            call "RMQ0RUNH" using "START   ", "QDEPMON ", wk-runh-rc,
                        wk-sampled-count, wk-written-count
            end-call
            perform load-environment
            perform load-the-inventory
            perform load-the-thresholds
            perform connect-to-broker
            perform stamp-the-sample
            perform open-the-history
            perform sample-one-queue
                varying que-idx from 1 by 1
                until que-idx > que-count
            close qdephist-file
            perform report-outcome
            perform disconnect-and-exit.

        load-environment.
            display "RMQENV" upon environment-name
            accept broker-env from environment-value
                on exception
                    move "TEST" to broker-env
            end-accept

            display "environment: " broker-env.

        load-the-inventory.
            move 0 to que-count
            open input rmqinven-file

            if not rmqinven-ok
                move rmq-rc-file-error to return-code
                display "qdepmon: unable to open inventory list"
                perform end-the-run
            end-if

            perform load-next-inventory-entry
                with test after
                until rmqinven-eof

            close rmqinven-file.

        load-next-inventory-entry.
            read rmqinven-file
                at end
                    set rmqinven-eof to true
                not at end
                    if fp-inv-type = "Q"
                        perform take-one-queue
                    end-if
            end-read.

        take-one-queue.
            if que-count > 49
                move rmq-rc-bad-parm to return-code
                display "qdepmon: more than 50 queues on the "
                        "inventory list"
                perform end-the-run
            end-if
            add 1 to que-count
            move fp-inv-name to que-name(que-count).

       *> no RMQDEPTH table means every queue is sampled and nothing
       *> is alerted on -- the history is still worth having
        load-the-thresholds.
            move 0 to qdt-count
            open input rmqdepth-file

            if not rmqdepth-ok
                display "qdepmon: no RMQDEPTH thresholds -- sampling "
                        "without alerts"
            else
                perform load-next-threshold
                    with test after
                    until rmqdepth-eof
                close rmqdepth-file
            end-if.

        load-next-threshold.
            read rmqdepth-file
                at end
                    set rmqdepth-eof to true
                not at end
                    perform take-one-threshold
            end-read.

        take-one-threshold.
            if qdt-count > 49
                move rmq-rc-bad-parm to return-code
                display "qdepmon: more than 50 rows on RMQDEPTH"
                perform end-the-run
            end-if
            add 1 to qdt-count
            move fd-qdt-queue-name    to qdt-queue-name(qdt-count)
            move fd-qdt-max-depth     to qdt-max-depth(qdt-count)
            move fd-qdt-min-consumers to qdt-min-consumers(qdt-count)
            move fd-qdt-severity      to qdt-severity(qdt-count).

        connect-to-broker.
            call "RMQ0CONN" using "OPEN    ", broker-env, conn, conn-rc
            end-call

            if conn-rc not = 0
                move conn-rc to return-code
                display "qdepmon: unable to connect to broker for "
                        broker-env
                perform end-the-run
            end-if.

       *> one stamp for the whole round, so every queue sampled in a
       *> run carries the same date and time on the history
        stamp-the-sample.
            accept wk-today from date yyyymmdd
            accept wk-now from time

            move spaces to wk-sample-date
            string wk-today-yyyy delimited by size
                   "-" delimited by size
                   wk-today-mm delimited by size
                   "-" delimited by size
                   wk-today-dd delimited by size
                   into wk-sample-date
            end-string
            move spaces to wk-sample-time
            string wk-now-hh delimited by size
                   ":" delimited by size
                   wk-now-mi delimited by size
                   ":" delimited by size
                   wk-now-ss delimited by size
                   into wk-sample-time
            end-string.

        open-the-history.
            open extend qdephist-file
            if not qdephist-ok
                open output qdephist-file
            end-if

            if not qdephist-ok
                move rmq-rc-file-error to return-code
                display "qdepmon: unable to open depth history, status "
                        qdephist-status
                perform disconnect-and-exit
            end-if.

        sample-one-queue.
            add 1 to wk-sampled-count
            move function length(function trim(que-name(que-idx)))
                    to wk-queue-len
            move 0 to wk-msg-count
            move 0 to wk-cons-count

            call "RMQ_QUEUE_DEPTH" using
                            by value conn
                            by reference que-name(que-idx)
                            by value wk-queue-len
                            by reference wk-msg-count
                            by reference wk-cons-count
                            giving rv
                on exception
                    move 0 to rv
                    set wk-no-depth-bridge to true
            end-call

            move spaces to fh-qdh-entry
            move wk-sample-date    to fh-qdh-date
            move wk-sample-time    to fh-qdh-time
            move que-name(que-idx) to fh-qdh-queue-name

            if rv = 0
                perform log-the-missing-queue
                move 0 to fh-qdh-messages
                move 0 to fh-qdh-consumers
                move "MISSING" to fh-qdh-status
            else
                move wk-msg-count  to fh-qdh-messages
                move wk-cons-count to fh-qdh-consumers
                perform judge-the-sample
            end-if

            write fh-qdh-entry
            add 1 to wk-written-count.

       *> with no depth call in the bridge there is no broker error
       *> to ask for -- the text says why instead
        log-the-missing-queue.
            add 1 to wk-missing-count

            if wk-no-depth-bridge
                move "RMQ_QUEUE_DEPTH is not in the broker bridge"
                        to error-text
            else
                call "RMQ_STRERROR" using
                            by value conn
                            by reference error-text
                            by value 50
                end-call
            end-if

            call "RMQ0ERR" using
                        "QDEPMON ", "RMQ_QUEUE_DEPTH         ", rv,
                        que-name(que-idx), rmq-no-name, error-text
            end-call.

        judge-the-sample.
            move "N" to wk-deep-flag
            move "N" to wk-nocons-flag
            perform find-the-threshold

            if wk-row-found
                if qdt-max-depth(qdt-idx) > 0
                   and wk-msg-count > qdt-max-depth(qdt-idx)
                    set wk-too-deep to true
                    perform alert-the-depth
                end-if
                if qdt-min-consumers(qdt-idx) > 0
                   and wk-cons-count < qdt-min-consumers(qdt-idx)
                    set wk-too-few to true
                    perform alert-the-consumers
                end-if
            end-if

            evaluate true
                when wk-too-deep and wk-too-few
                    move "BOTH" to fh-qdh-status
                when wk-too-deep
                    move "DEEP" to fh-qdh-status
                when wk-too-few
                    move "NOCONS" to fh-qdh-status
                when other
                    move "OK" to fh-qdh-status
            end-evaluate

            if wk-too-deep or wk-too-few
                add 1 to wk-breach-count
            end-if.

        find-the-threshold.
            move "N" to wk-found-flag
            move 1 to qdt-idx
            perform search-threshold-entry
                with test after
                until wk-row-found or qdt-idx > qdt-count.

        search-threshold-entry.
            if qdt-idx <= qdt-count
                if qdt-queue-name(qdt-idx) = que-name(que-idx)
                    set wk-row-found to true
                else
                    set qdt-idx up by 1
                end-if
            end-if.

        alert-the-depth.
            move wk-msg-count to wk-figure-edit
            move qdt-max-depth(qdt-idx) to wk-limit-edit
            move spaces to wk-alert-text
            string function trim(que-name(que-idx)) delimited by size
                   " has " delimited by size
                   function trim(wk-figure-edit) delimited by size
                   " message(s) waiting, ceiling " delimited by size
                   function trim(wk-limit-edit) delimited by size
                   into wk-alert-text
            end-string
            move "QUEUE-DEPTH" to wk-alert-call
            perform raise-the-alert.

        alert-the-consumers.
            move wk-cons-count to wk-figure-edit
            move qdt-min-consumers(qdt-idx) to wk-limit-edit
            move spaces to wk-alert-text
            string function trim(que-name(que-idx)) delimited by size
                   " has " delimited by size
                   function trim(wk-figure-edit) delimited by size
                   " consumer(s) attached, needs " delimited by size
                   function trim(wk-limit-edit) delimited by size
                   into wk-alert-text
            end-string
            move "QUEUE-CONSUMERS" to wk-alert-call
            perform raise-the-alert.

        raise-the-alert.
            move rmq-rc-depth-breach to wk-alert-rc
            move qdt-severity(qdt-idx) to wk-alert-severity
            display "qdepmon: " function trim(wk-alert-text)

            call "RMQ0ALRT" using "QDEPMON ", wk-alert-call,
                        wk-alert-rc, wk-alert-text, wk-alert-severity
            end-call.

       *> a queue the broker can't answer for outranks a backlog --
       *> the scheduler needs to know the picture is incomplete
        report-outcome.
            evaluate true
                when wk-missing-count > 0
                    move rmq-rc-declare-fail to return-code
                when wk-breach-count > 0
                    move rmq-rc-depth-breach to return-code
                when other
                    move rmq-rc-ok to return-code
            end-evaluate

            display "qdepmon: sampled " wk-sampled-count
                    " breached=" wk-breach-count
                    " missing=" wk-missing-count
                    " at " wk-sample-date " " wk-sample-time.

        disconnect-and-exit.
       *> capture the final return code before the CLOSE call chain
       *> can overwrite the shared register
            move return-code to wk-runh-rc
            call "RMQ0CONN" using "CLOSE   ", broker-env, conn, conn-rc
            end-call
            move wk-runh-rc to return-code
            perform end-the-run.

        end-the-run.
            move return-code to wk-runh-rc
            call "RMQ0RUNH" using "END     ", "QDEPMON ", wk-runh-rc,
                        wk-sampled-count, wk-written-count
            end-call
            move wk-runh-rc to return-code
            stop run.

        end program qdepmon.
