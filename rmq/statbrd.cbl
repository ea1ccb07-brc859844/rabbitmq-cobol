       *> history reports answer "what happened last night", but the
       *> overnight operator was tailing four files in four sessions
       *> to know what is happening NOW.  One ACCTMNT-style screen,
       *> refreshed on demand, shows: every dispatcher instance
       *> RUNNING on the DISPREG registry with its last heartbeat and
       *> counters -- flagged STALE when the beat is more than two
       *> intervals old, STOP when a stop file is waiting for it --
       *> the quarantine depth and beside it the
       *> broker queues' depth at QDEPMON's latest round of samples
       *> (QDEPHIST), the batch publisher's
       *> live checkpoint position, today's service-journal traffic
       *> and how much of it came to grief, and the last few
       *> completed runs off RMQRUNHIST.  R refreshes, X leaves.
       *>
       *> The operator signs on through RMQ0SIGN before the board is
       *> shown, and each refresh is checked against the role's
       *> grants on RMQROLES.

        environment division.
        input-output section.
        file-control.
            select dispreg-file assign to "DISPREG"
                organization indexed
                access mode dynamic
                record key fr-dreg-instance-id
                file status is dispreg-status.
            select stop-file assign to "RMQDISPSTOP"
                organization line sequential
                file status is stop-file-status.
            select own-stop-file assign using wk-own-stop-name
                organization line sequential
                file status is own-stop-status.
            select rmqquar-file assign to "RMQQUAR"
                organization line sequential
                file status is rmqquar-status.
            select qdephist-file assign to "QDEPHIST"
                organization line sequential
                file status is qdephist-status.
            select rmqckpt-file assign to "RMQCKPT"
                organization line sequential
                file status is rmqckpt-status.

        data division.
        file section.
        fd  dispreg-file.
            copy rmqdreg replacing ==:pfx:== by ==fr==.
        fd  stop-file.
        01  fs-stop-record         pic x(8).
        fd  own-stop-file.
        01  fs-own-stop-record     pic x(8).
        fd  rmqquar-file.
            copy rmqquar replacing ==:pfx:== by ==fq==.
        fd  qdephist-file.
            copy rmqqdhst replacing ==:pfx:== by ==fd==.
        fd  rmqckpt-file.
            copy rmqckpt replacing ==:pfx:== by ==fk==.
        fd  rmqrunhist-file.

        working-storage section.

        01  dispreg-status        pic xx.
            88 dispreg-ok         value "00".
            88 dispreg-eof        value "10".
        01  stop-file-status      pic xx.
            88 stop-file-present  value "00".
        01  own-stop-status       pic xx.
            88 own-stop-present   value "00".
        01  rmqquar-status        pic xx.
            88 rmqquar-ok         value "00".
            88 rmqquar-eof        value "10".
        01  qdephist-status       pic xx.
            88 qdephist-ok        value "00".
            88 qdephist-eof       value "10".
        01  rmqckpt-status        pic xx.
            88 rmqckpt-ok         value "00".
        01  rmqrunhist-status     pic xx.
            88 rmqsvcjrn-ok       value "00".
            88 rmqsvcjrn-eof      value "10".

            copy rmqretc.

        01  wk-today              pic 9(8).
        01  wk-today-edit         redefines wk-today.
            05 wk-today-yyyy      pic 9(4).
            05 wk-today-mm        pic 9(2).
            05 wk-today-dd        pic 9(2).
        01  wk-today-disp         pic x(10).
        01  wk-now                pic 9(8).
        01  wk-now-edit           redefines wk-now.
            05 wk-now-hh          pic 9(2).
            05 wk-now-mi          pic 9(2).
            05 wk-now-ss          pic 9(2).
            05 wk-now-th          pic 9(2).

       *> the dispatcher instances RUNNING on DISPREG -- the first
       *> three get a line each, the rest are counted
        01  inst-ring.
            05 inst-line          pic x(60) occurs 3 times.
        01  wk-inst-idx           binary-long.
        01  wk-inst-running       binary-long.
        01  wk-inst-state         pic x(6).
        01  wk-own-stop-name      pic x(20).
        01  wk-stop-all-flag      pic x(1).
            88 wk-stop-all        value "Y".
        01  wk-beat-disp          pic zzzzzz9.
        01  wk-quar-disp          pic zzzz9.
        01  wk-more-disp          pic zz9.

       *> heartbeat age, as RMQDISP judges it
        01  wk-hb-date-num        pic 9(8).
        01  wk-hb-date-edit       redefines wk-hb-date-num.
            05 wk-hb-date-yyyy    pic 9(4).
            05 wk-hb-date-mm      pic 9(2).
            05 wk-hb-date-dd      pic 9(2).
        01  wk-hb-time-num        pic 9(6).
        01  wk-hb-time-edit       redefines wk-hb-time-num.
            05 wk-hb-time-hh      pic 9(2).
            05 wk-hb-time-mi      pic 9(2).
            05 wk-hb-time-ss      pic 9(2).
        01  wk-hb-age-secs        binary-long.
        01  wk-hb-stale-flag      pic x(1).
            88 wk-hb-stale        value "Y".

        01  wk-user               pic x(8) value spaces.
        01  wk-sec-function       pic x(50) value spaces.
        01  wk-sec-ok             pic x(1) value "N".
            88 wk-sec-allowed     value "Y".

        01  wk-done-flag          pic x(1) value "N".
            88 wk-all-done        value "Y".

        01  wk-quar-depth         binary-long.
       *> the latest round of depth samples -- QDEPMON stamps a
       *> whole round with one date and time
        01  wk-depth-stamp        pic x(18).
        01  wk-line-stamp         pic x(18).
        01  wk-depth-total        binary-long.
        01  wk-depth-queues       binary-long.
        01  wk-depth-breaches     binary-long.
        01  wk-depth-missing      binary-long.
        01  wk-depth-when-word    pic x(4).
        01  wk-depth-when         pic x(5).
        01  wk-count-disp-3       pic zz9.
        01  wk-count-disp-4       pic zz9.
        01  wk-jrn-today          binary-long.
        01  wk-jrn-trouble        binary-long.
        01  wk-count-disp         pic zzzzzz9.
        01  scr-function          pic x(1) value space.
            88 scr-func-refresh   value "R", " ".
            88 scr-func-exit      value "X".
        01  scr-daemon-line-1     pic x(60) value spaces.
        01  scr-daemon-line-2     pic x(60) value spaces.
        01  scr-daemon-line-3     pic x(60) value spaces.
        01  scr-quar-line         pic x(60) value spaces.
        01  scr-depth-line        pic x(60) value spaces.
        01  scr-ckpt-line         pic x(60) value spaces.
        01  scr-jrn-line          pic x(60) value spaces.
        01  scr-run-line-1        pic x(60) value spaces.
        01  scr-run-line-2        pic x(60) value spaces.
        01  scr-run-line-3        pic x(60) value spaces.
        01  scr-run-line-4        pic x(60) value spaces.
        01  scr-message           pic x(60) value spaces.

        screen section.
        01  board-screen.
            05 blank screen.
            05 line 1 column 20 value "RAILS STATUS BOARD".
            05 line 3 column 3 value "DISPATCHER:".
            05 line 3 column 15 pic x(60) from scr-daemon-line-1.
            05 line 4 column 15 pic x(60) from scr-daemon-line-2.
            05 line 5 column 15 pic x(60) from scr-daemon-line-3.
            05 line 6 column 3 value "QUARANTINE:".
            05 line 6 column 15 pic x(60) from scr-quar-line.
            05 line 7 column 3 value "DEPTH.....:".
            05 line 7 column 15 pic x(60) from scr-depth-line.
            05 line 8 column 3 value "PUBLISHER.:".
            05 line 8 column 15 pic x(60) from scr-ckpt-line.
            05 line 10 column 3 value "SERVICES..:".
            05 line 15 column 15 pic x(60) from scr-run-line-4.
            05 line 17 column 3 value "R=REFRESH, X=EXIT:".
            05 line 17 column 23 pic x(1) using scr-function.
            05 line 19 column 3 pic x(60) from scr-message.


        procedure division.

        main-line.
            perform sign-on-the-operator
            perform gather-the-picture
            perform show-one-refresh until wk-all-done
            call "RMQ0SIGN" using "SIGNOFF ", "STATBRD ", wk-user,
                    wk-sec-function, wk-sec-ok
            end-call
            stop run.

        sign-on-the-operator.
            call "RMQ0SIGN" using "SIGNON  ", "STATBRD ", wk-user,
                    wk-sec-function, wk-sec-ok
            end-call

            if not wk-sec-allowed
                move rmq-rc-signon-refused to return-code
                display "statbrd: sign-on refused"
                stop run
            end-if.

        show-one-refresh.
            display board-screen
            accept board-screen
            move spaces to scr-message

            evaluate true
                when scr-func-exit
                    set wk-all-done to true
                when scr-func-refresh
                    perform authorize-the-refresh
                    if wk-sec-allowed
                        perform gather-the-picture
                    else
                        move "YOUR ROLE MAY NOT REFRESH THE BOARD"
                                to scr-message
                    end-if
                when other
                    continue
            end-evaluate.

       *> a blank function refreshes too, so it is asked for as R
        authorize-the-refresh.
            move "R" to wk-sec-function
            call "RMQ0SIGN" using "AUTHORIZ", "STATBRD ", wk-user,
                    wk-sec-function, wk-sec-ok
            end-call.

        gather-the-picture.
            accept wk-today from date yyyymmdd
            move spaces to wk-today-disp
                   into wk-today-disp
            end-string

            perform check-the-stop-file
            perform list-the-instances
            perform count-the-quarantine
            perform read-the-latest-depths
            perform read-the-checkpoint
            perform sum-the-service-journal
            perform collect-the-last-runs.

        check-the-stop-file.
            move "N" to wk-stop-all-flag
            open input stop-file
            if stop-file-present
                close stop-file
                set wk-stop-all to true
            end-if.

        list-the-instances.
            move 0 to wk-inst-running
            perform blank-one-instance-line
                varying wk-inst-idx from 1 by 1
                until wk-inst-idx > 3

            open input dispreg-file
            if dispreg-ok
                perform list-next-instance
                    with test after
                    until dispreg-eof
                close dispreg-file
            end-if

            if wk-inst-running = 0
                move "no dispatcher instance running" to inst-line(1)
                if wk-stop-all
                    move "STOP REQUESTED for every instance"
                            to inst-line(2)
                end-if
            end-if
            if wk-inst-running > 3
                compute wk-more-disp = wk-inst-running - 2
                move spaces to inst-line(3)
                string "... and" delimited by size
                       wk-more-disp delimited by size
                       " more running -- see DISPREG"
                            delimited by size
                       into inst-line(3)
                end-string
            end-if

            move inst-line(1) to scr-daemon-line-1
            move inst-line(2) to scr-daemon-line-2
            move inst-line(3) to scr-daemon-line-3.

        blank-one-instance-line.
            move spaces to inst-line(wk-inst-idx).

        list-next-instance.
            read dispreg-file next
                at end
                    set dispreg-eof to true
                not at end
                    if fr-dreg-running
                        add 1 to wk-inst-running
                        if wk-inst-running <= 3
                            perform show-one-instance
                        end-if
                    end-if
            end-read.

        show-one-instance.
            perform age-the-heartbeat
            evaluate true
                when wk-hb-stale
                    move "STALE" to wk-inst-state
                when fr-dreg-is-paused
                    move "PAUSED" to wk-inst-state
                when other
                    move "LIVE" to wk-inst-state
            end-evaluate

            move fr-dreg-dispatched to wk-beat-disp
            move fr-dreg-quarantined to wk-quar-disp
            move wk-inst-running to wk-inst-idx
            string fr-dreg-instance-id delimited by size
                   " " delimited by size
                   wk-inst-state delimited by size
                   " beat " delimited by size
                   fr-dreg-hb-time delimited by size
                   " disp" delimited by size
                   wk-beat-disp delimited by size
                   " quar" delimited by size
                   wk-quar-disp delimited by size
                   into inst-line(wk-inst-idx)
            end-string

            move spaces to wk-own-stop-name
            string "RMQDISPSTOP." delimited by size
                   fr-dreg-instance-id delimited by space
                   into wk-own-stop-name
            end-string
            open input own-stop-file
            if own-stop-present
                close own-stop-file
                move " STOP" to inst-line(wk-inst-idx)(55:5)
            end-if
            if wk-stop-all
                move " STOP" to inst-line(wk-inst-idx)(55:5)
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

        count-the-quarantine.
                    add 1 to wk-quar-depth
            end-read.

        read-the-latest-depths.
            move spaces to wk-depth-stamp
            perform clear-the-depth-round
            open input qdephist-file
            if qdephist-ok
                perform take-next-depth-sample
                    with test after
                    until qdephist-eof
                close qdephist-file
            end-if

            move spaces to scr-depth-line
            if wk-depth-stamp = spaces
                move "no depth samples -- QDEPMON has not run"
                        to scr-depth-line
            else
                move wk-depth-total to wk-count-disp
                move wk-depth-queues to wk-count-disp-3
                compute wk-count-disp-4 =
                        wk-depth-breaches + wk-depth-missing
                if wk-depth-stamp(1:10) = wk-today-disp
                    move " at " to wk-depth-when-word
                    move wk-depth-stamp(12:5) to wk-depth-when
                else
                    move " on " to wk-depth-when-word
                    move wk-depth-stamp(6:5) to wk-depth-when
                end-if
                string wk-count-disp delimited by size
                       " queued on" delimited by size
                       wk-count-disp-3 delimited by size
                       " queue(s)," delimited by size
                       wk-count-disp-4 delimited by size
                       " in trouble," delimited by size
                       wk-depth-when-word delimited by size
                       wk-depth-when delimited by size
                       into scr-depth-line
                end-string
            end-if.

        clear-the-depth-round.
            move 0 to wk-depth-total
            move 0 to wk-depth-queues
            move 0 to wk-depth-breaches
            move 0 to wk-depth-missing.

       *> the history appends, so a new stamp starts a newer round
        take-next-depth-sample.
            read qdephist-file
                at end
                    set qdephist-eof to true
                not at end
                    move spaces to wk-line-stamp
                    string fd-qdh-date delimited by size
                           " " delimited by size
                           fd-qdh-time delimited by size
                           into wk-line-stamp
                    end-string
                    if wk-line-stamp not = wk-depth-stamp
                        move wk-line-stamp to wk-depth-stamp
                        perform clear-the-depth-round
                    end-if
                    add 1 to wk-depth-queues
                    add fd-qdh-messages to wk-depth-total
                    if fd-qdh-breach
                        add 1 to wk-depth-breaches
                    end-if
                    if fd-qdh-missing
                        add 1 to wk-depth-missing
                    end-if
            end-read.

        read-the-checkpoint.
            move spaces to scr-ckpt-line
            open input rmqckpt-file
