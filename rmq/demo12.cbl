        program-id.    demo12.

       *> demo12 is the nightly batch driver: the JCL-equivalent step
       *> chain for the publish window.  The chain itself lives on the
       *> RMQSTEPS parmlib step table (rmqstep.cpy) -- extract gates
       *> and master loads, standing orders, billing, the GL feed,
       *> health check, canary, pending release, edit, publisher,
       *> reconciliation and the EODROLL business date roll, in
       *> step-seq order -- and the driver runs it
       *> the same way a job would EXEC one step per PGM and let COND
       *> codes decide whether the next step runs.  A step that comes
       *> back with a return code its table entry doesn't accept
       *> stops the window right there, unless the entry says carry
       *> on, instead of letting a broken health check or a failed
       *> publish run silently into a reconciliation report that
       *> can't mean anything.
       *>
       *> Where each step stands is kept on the WINSTATE window state
       *> file (rmqwinst.cpy), and every start, outcome and bypass
       *> goes on the WINJRNL journal (rmqwinjl.cpy).  Run again after
       *> a failure, the driver resumes the same window at the step
       *> that failed, passing over the ones already done, so STANDGEN
       *> and TXNREL are never run twice.  A failed step the table
       *> marks not rerunnable blocks the restart (rmq-rc-restart-
       *> blocked) until an operator has put its work right by hand
       *> and bypassed it with STEPBYP.  Once every step is finished
       *> the next run begins a fresh window; RMQWINNEW=YES abandons
       *> an unfinished one and begins afresh anyway.

        environment division.
        input-output section.
        file-control.
            select rmqsteps-file assign to "RMQSTEPS"
                organization line sequential
                file status is rmqsteps-status.
            select winstate-file assign to "WINSTATE"
                organization indexed
                access mode random
                record key fw-wst-step-name
                file status is winstate-status.
            select winjrnl-file assign to "WINJRNL"
                organization line sequential
                file status is winjrnl-status.

        data division.
        file section.
        fd  rmqsteps-file.
            copy rmqstep replacing ==:pfx:== by ==fs==.
        fd  winstate-file.
            copy rmqwinst replacing ==:pfx:== by ==fw==.
        fd  winjrnl-file.
            copy rmqwinjl replacing ==:pfx:== by ==fj==.

        working-storage section.

        01  rmqsteps-status       pic xx.
            88 rmqsteps-ok        value "00".
            88 rmqsteps-eof       value "10".

        01  winstate-status       pic xx.
            88 winstate-ok        value "00".

        01  winjrnl-status        pic xx.
            88 winjrnl-ok         value "00", "05".

            copy rmqretc.

       *> the window as RMQSTEPS defines it
        01  step-table.
            05 step-count         binary-long value 0.
            05 step-slot          occurs 40 times.
                10 tbl-seq            pic 9(3).
                10 tbl-name           pic x(8).
                10 tbl-rerun          pic x(1).
                    88 tbl-rerunnable value "Y".
                10 tbl-on-fail        pic x(4).
                    88 tbl-cont-on-fail value "CONT".
                10 tbl-ok-rc          pic 9(3) occurs 4 times.
                10 tbl-desc           pic x(30).
                10 tbl-command        pic x(60).
        01  wk-step-idx           binary-long.
        01  wk-rc-idx             binary-long.
        01  wk-check-idx          binary-long.
        01  wk-last-seq           pic 9(3) value 0.
        01  wk-table-bad-flag     pic x(1) value "N".
            88 wk-table-bad       value "Y".

        01  wk-step-rc            binary-long.
        01  wk-stopped-flag       pic x(1) value "N".
            88 wk-chain-stopped   value "Y".
        01  wk-accepted-flag      pic x(1).
            88 wk-rc-accepted     value "Y".
        01  wk-on-file-flag       pic x(1).
            88 wk-state-on-file   value "Y".

        01  wk-window-id          pic x(19) value spaces.
        01  wk-restart-flag       pic x(1) value "N".
            88 wk-window-resumed  value "Y".
        01  wk-fresh-text         pic x(3).
        01  wk-fresh-flag         pic x(1) value "N".
            88 wk-fresh-wanted    value "Y".
        01  wk-resume-step        pic x(8) value spaces.
        01  wk-stop-step          pic x(8) value spaces.

        01  wk-user               pic x(8) value spaces.

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
        01  wk-date-text          pic x(10).
        01  wk-time-text          pic x(8).

       *> what the next WINJRNL line says
        01  wk-jrnl-step          pic x(8).
        01  wk-jrnl-event         pic x(8).
        01  wk-jrnl-rc            binary-long.
        01  wk-jrnl-attempts      pic 9(3).
        01  wk-jrnl-text          pic x(60).

        01  wk-run-count          binary-long value 0.
        01  wk-skip-count         binary-long value 0.
        01  wk-warn-count         binary-long value 0.


        procedure division.

        main-line.
            perform load-user
            perform load-the-step-table
            perform open-the-window-state
            perform decide-the-window
            perform run-one-step
                varying wk-step-idx from 1 by 1
                until wk-step-idx > step-count
                   or wk-chain-stopped
            perform finish-the-window
            close winstate-file
            perform report-outcome
            stop run.

        load-user.
            display "USER" upon environment-name
            accept wk-user from environment-value
                on exception
                    move "OPERATOR" to wk-user
            end-accept

            if wk-user = spaces
                move "OPERATOR" to wk-user
            end-if.

       *> a step table that can't be read, or doesn't hang together,
       *> stops the window before any step runs
        load-the-step-table.
            open input rmqsteps-file
            if not rmqsteps-ok
                move rmq-rc-bad-parm to return-code
                display "demo12: unable to open RMQSTEPS step table"
                stop run
            end-if

            perform read-next-step
                with test after
                until rmqsteps-eof
            close rmqsteps-file

            if step-count = 0
                display "demo12: RMQSTEPS holds no steps"
                set wk-table-bad to true
            end-if

            if wk-table-bad
                move rmq-rc-bad-parm to return-code
                display "demo12: step table rejected -- nothing run"
                stop run
            end-if.

        read-next-step.
            read rmqsteps-file
                at end
                    set rmqsteps-eof to true
                not at end
                    perform take-the-step
            end-read.

        take-the-step.
            if step-count >= 40
                display "demo12: more than 40 steps on RMQSTEPS"
                set wk-table-bad to true
            else
                if fs-step-seq not numeric
                   or fs-step-seq not > wk-last-seq
                   or fs-step-name = spaces
                   or fs-step-command = spaces
                    display "demo12: RMQSTEPS entry after step "
                            wk-last-seq " is out of order or "
                            "incomplete"
                    set wk-table-bad to true
                else
                    perform check-for-duplicate-name
                        varying wk-check-idx from 1 by 1
                        until wk-check-idx > step-count
                    add 1 to step-count
                    move fs-step-seq     to tbl-seq(step-count)
                    move fs-step-name    to tbl-name(step-count)
                    move fs-step-rerun   to tbl-rerun(step-count)
                    move fs-step-on-fail to tbl-on-fail(step-count)
                    move fs-step-desc    to tbl-desc(step-count)
                    move fs-step-command to tbl-command(step-count)
                    perform take-the-ok-rc
                        varying wk-rc-idx from 1 by 1
                        until wk-rc-idx > 4
                    move fs-step-seq to wk-last-seq
                end-if
            end-if.

        check-for-duplicate-name.
            if tbl-name(wk-check-idx) = fs-step-name
                display "demo12: step " fs-step-name
                        " is on RMQSTEPS twice"
                set wk-table-bad to true
            end-if.

        take-the-ok-rc.
            if fs-step-ok-rc(wk-rc-idx) numeric
                move fs-step-ok-rc(wk-rc-idx)
                        to tbl-ok-rc(step-count, wk-rc-idx)
            else
                move 0 to tbl-ok-rc(step-count, wk-rc-idx)
            end-if.

       *> the first window ever finds no state file and creates it
        open-the-window-state.
            open i-o winstate-file
            if not winstate-ok
                open output winstate-file
                if winstate-ok
                    close winstate-file
                    open i-o winstate-file
                end-if
            end-if

            if not winstate-ok
                move rmq-rc-file-error to return-code
                display "demo12: unable to open window state, status "
                        winstate-status
                stop run
            end-if.

       *> a window with any step not yet finished is resumed; one
       *> that ran to the end is followed by a fresh one
        decide-the-window.
            display "RMQWINNEW" upon environment-name
            accept wk-fresh-text from environment-value
                on exception
                    move spaces to wk-fresh-text
            end-accept
            if wk-fresh-text = "YES"
                set wk-fresh-wanted to true
            end-if

            perform look-for-unfinished-step
                varying wk-step-idx from 1 by 1
                until wk-step-idx > step-count
                   or wk-window-resumed

            if wk-window-resumed and wk-fresh-wanted
                display "demo12: RMQWINNEW=YES -- window "
                        wk-window-id " abandoned at step "
                        wk-resume-step
                move "*WINDOW*" to wk-jrnl-step
                move "ABANDON" to wk-jrnl-event
                move 0 to wk-jrnl-rc
                move 0 to wk-jrnl-attempts
                move spaces to wk-jrnl-text
                string "abandoned unfinished at " delimited by size
                       wk-resume-step delimited by size
                       into wk-jrnl-text
                end-string
                perform write-journal-line
                move "N" to wk-restart-flag
            end-if

            if wk-window-resumed
                display "demo12: resuming window " wk-window-id
                        " at step " wk-resume-step
                move "*WINDOW*" to wk-jrnl-step
                move "RESUMED" to wk-jrnl-event
                move 0 to wk-jrnl-rc
                move 0 to wk-jrnl-attempts
                move spaces to wk-jrnl-text
                string "restart at " delimited by size
                       wk-resume-step delimited by size
                       into wk-jrnl-text
                end-string
                perform write-journal-line
            else
                perform begin-a-fresh-window
            end-if.

        look-for-unfinished-step.
            move tbl-name(wk-step-idx) to fw-wst-step-name
            read winstate-file
                invalid key
                    continue
                not invalid key
                    if not fw-wst-finished
                       and fw-wst-window-id not = spaces
                        set wk-window-resumed to true
                        move fw-wst-window-id to wk-window-id
                        move fw-wst-step-name to wk-resume-step
                    end-if
            end-read.

        begin-a-fresh-window.
            perform stamp-the-time
            move spaces to wk-window-id
            string wk-date-text delimited by size
                   " " delimited by size
                   wk-time-text delimited by size
                   into wk-window-id
            end-string

            perform reset-one-step
                varying wk-step-idx from 1 by 1
                until wk-step-idx > step-count

            display "demo12: beginning window " wk-window-id
                    ", " step-count " step(s)"
            move "*WINDOW*" to wk-jrnl-step
            move "NEWWIN" to wk-jrnl-event
            move 0 to wk-jrnl-rc
            move 0 to wk-jrnl-attempts
            move "window begun" to wk-jrnl-text
            perform write-journal-line.

        reset-one-step.
            perform read-the-step-state
            perform make-the-step-pending
            perform save-the-step-state.

        read-the-step-state.
            move "N" to wk-on-file-flag
            move tbl-name(wk-step-idx) to fw-wst-step-name
            read winstate-file
                invalid key
                    continue
                not invalid key
                    set wk-state-on-file to true
            end-read.

        make-the-step-pending.
            move spaces to fw-wst-record
            move tbl-name(wk-step-idx) to fw-wst-step-name
            move wk-window-id          to fw-wst-window-id
            move "PENDING"             to fw-wst-status
            move tbl-seq(wk-step-idx)  to fw-wst-step-seq
            move 0                     to fw-wst-rc
            move 0                     to fw-wst-attempts.

        save-the-step-state.
            if wk-state-on-file
                rewrite fw-wst-record
                    invalid key
                        perform report-state-failure
                end-rewrite
            else
                write fw-wst-record
                    invalid key
                        perform report-state-failure
                    not invalid key
                        set wk-state-on-file to true
                end-write
            end-if.

       *> the window can't be restarted from a state it didn't keep
        report-state-failure.
            move rmq-rc-file-error to return-code
            display "demo12: window state for " fw-wst-step-name
                    " not saved, status " winstate-status
            close winstate-file
            stop run.

       *> a step added to the table since the window began joins it
       *> as pending
        run-one-step.
            perform read-the-step-state
            if not wk-state-on-file
               or fw-wst-window-id not = wk-window-id
                perform make-the-step-pending
                perform save-the-step-state
            end-if

            move tbl-name(wk-step-idx) to wk-jrnl-step
            move fw-wst-attempts to wk-jrnl-attempts
            move fw-wst-rc to wk-jrnl-rc

            evaluate true
                when fw-wst-finished
                    add 1 to wk-skip-count
                    display "demo12: step " tbl-seq(wk-step-idx) " "
                            tbl-name(wk-step-idx) " already "
                            function trim(fw-wst-status)
                            " in this window -- passed over"
                    move "SKIPPED" to wk-jrnl-event
                    move fw-wst-status to wk-jrnl-text
                    perform write-journal-line
                when (fw-wst-failed or fw-wst-running)
                     and not tbl-rerunnable(wk-step-idx)
                    perform block-the-restart
                when other
                    perform execute-the-step
            end-evaluate.

        block-the-restart.
            set wk-chain-stopped to true
            move tbl-name(wk-step-idx) to wk-stop-step
            move rmq-rc-restart-blocked to return-code
            display "demo12: step " tbl-name(wk-step-idx)
                    " was left " function trim(fw-wst-status)
                    " and may not be run twice -- finish its work "
                    "by hand, then bypass it with STEPBYP"
            move "BLOCKED" to wk-jrnl-event
            move "not rerunnable -- awaiting bypass" to wk-jrnl-text
            perform write-journal-line.

       *> the state says RUNNING before the step is started, so a
       *> driver that dies under a step leaves that on record
        execute-the-step.
            perform stamp-the-time
            add 1 to fw-wst-attempts
            move "RUNNING"    to fw-wst-status
            move 0            to fw-wst-rc
            move wk-date-text to fw-wst-start-date
            move wk-time-text to fw-wst-start-time
            move spaces       to fw-wst-end-date
            move spaces       to fw-wst-end-time
            perform save-the-step-state

            move "STARTED" to wk-jrnl-event
            move fw-wst-attempts to wk-jrnl-attempts
            move 0 to wk-jrnl-rc
            move tbl-desc(wk-step-idx) to wk-jrnl-text
            perform write-journal-line

            display "demo12: step " tbl-seq(wk-step-idx) " -- "
                    function trim(tbl-desc(wk-step-idx)) " ("
                    function trim(tbl-name(wk-step-idx)) ")"
            add 1 to wk-run-count
            call "SYSTEM" using tbl-command(wk-step-idx)
            perform take-step-status
            perform judge-the-step-rc
            perform explain-the-step-rc

            perform stamp-the-time
            move wk-step-rc   to fw-wst-rc
            move wk-date-text to fw-wst-end-date
            move wk-time-text to fw-wst-end-time
            evaluate true
                when wk-rc-accepted
                    move "DONE" to fw-wst-status
                when tbl-cont-on-fail(wk-step-idx)
                    move "WARNED" to fw-wst-status
                    add 1 to wk-warn-count
                    display "demo12: step failed with return code "
                            wk-step-rc ", carrying on as the step "
                            "table says"
                when other
                    move "FAILED" to fw-wst-status
                    set wk-chain-stopped to true
                    move tbl-name(wk-step-idx) to wk-stop-step
                    move wk-step-rc to return-code
                    display "demo12: step failed with return code "
                            wk-step-rc ", stopping the chain"
            end-evaluate
            perform save-the-step-state

            move fw-wst-status to wk-jrnl-event
            move wk-step-rc to wk-jrnl-rc
            move spaces to wk-jrnl-text
            perform write-journal-line.

       *> CALL "SYSTEM" hands back the raw wait status, not the
       *> child's exit code: a step that exits 44 arrives here as
                divide wk-step-rc by 256 giving wk-step-rc
            end-if.

        judge-the-step-rc.
            move "N" to wk-accepted-flag
            if wk-step-rc = 0
                set wk-rc-accepted to true
            end-if
            perform check-one-ok-rc
                varying wk-rc-idx from 1 by 1
                until wk-rc-idx > 4.

        check-one-ok-rc.
            if tbl-ok-rc(wk-step-idx, wk-rc-idx) > 0
               and tbl-ok-rc(wk-step-idx, wk-rc-idx) = wk-step-rc
                set wk-rc-accepted to true
            end-if.

       *> a couple of return codes deserve more than a number
        explain-the-step-rc.
            if wk-step-rc = rmq-rc-window-exp
                display "demo12: publish window expired -- the "
                        "remainder is on RMQTXNCF for the scheduler "
                        "to plan"
            end-if
            if wk-step-rc = rmq-rc-extract-refused
                display "demo12: extract refused at the gate -- check "
                        "EXTGATLG, then rerun with RMQGATEFORCE=YES if "
                        "the swing is genuine"
            end-if.

        finish-the-window.
            move "*WINDOW*" to wk-jrnl-step
            move 0 to wk-jrnl-attempts
            if wk-chain-stopped
                move "STOPPED" to wk-jrnl-event
                move return-code to wk-jrnl-rc
                move spaces to wk-jrnl-text
                string "stopped at " delimited by size
                       wk-stop-step delimited by size
                       into wk-jrnl-text
                end-string
            else
                move rmq-rc-ok to return-code
                move "ENDED" to wk-jrnl-event
                move 0 to wk-jrnl-rc
                move "every step finished" to wk-jrnl-text
            end-if
            perform write-journal-line.

        stamp-the-time.
            accept wk-today from date yyyymmdd
            accept wk-now from time
            move spaces to wk-date-text
            string wk-today-yyyy delimited by size
                   "-" delimited by size
                   wk-today-mm delimited by size
                   "-" delimited by size
                   wk-today-dd delimited by size
                   into wk-date-text
            end-string
            move spaces to wk-time-text
            string wk-now-hh delimited by size
                   ":" delimited by size
                   wk-now-mi delimited by size
                   ":" delimited by size
                   wk-now-ss delimited by size
                   into wk-time-text
            end-string.

        write-journal-line.
            perform stamp-the-time
            move spaces to fj-winj-entry
            move wk-date-text     to fj-winj-date
            move wk-time-text     to fj-winj-time
            move wk-window-id     to fj-winj-window-id
            move wk-jrnl-step     to fj-winj-step-name
            move wk-jrnl-event    to fj-winj-event
            move wk-jrnl-rc       to fj-winj-rc
            move wk-jrnl-attempts to fj-winj-attempts
            move wk-user          to fj-winj-user
            move wk-jrnl-text     to fj-winj-text

            open extend winjrnl-file
            if not winjrnl-ok
                open output winjrnl-file
            end-if
            write fj-winj-entry
            close winjrnl-file.

        report-outcome.
            display "demo12: window " wk-window-id " -- "
                    wk-run-count " step(s) run, " wk-skip-count
                    " passed over, " wk-warn-count " warned"
            if wk-chain-stopped
                display "demo12: batch window ended early -- rerun "
                        "to resume at the failed step"
            else
                if wk-warn-count > 0
                    display "demo12: batch window completed, "
                            wk-warn-count " step(s) failed and were "
                            "carried past"
                else
                    display "demo12: batch window completed, all "
                            "steps ok"
                end-if
            end-if.

        end program demo12.
