        identification division.
        program-id.    stepbyp.

       *> stepbyp is the operator's way past a nightly window step.
       *> A step DEMO12's RMQSTEPS table marks not rerunnable --
       *> STANDGEN, BILLRUN, GLJRNL, TXNREL, the TXNSWAP file swap --
       *> that fails part way blocks the restart rather than run
       *> twice; once its work has been finished or undone by hand,
       *> the operator marks it BYPASSED here and reruns DEMO12, which
       *> passes over it and resumes at the next step.  Any step not
       *> yet finished in the window can be bypassed the same way, to
       *> leave out a step that can't run tonight.
       *>
       *> The step is named in RMQWINSTEP and the reason, which is
       *> required, in RMQWINREASON.  The reason and the operator
       *> (USER) are kept on the step's WINSTATE record and journaled
       *> on WINJRNL.  A step already DONE, WARNED or BYPASSED is left
       *> alone -- there is nothing to bypass.

        environment division.
        input-output section.
        file-control.
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
        fd  winstate-file.
            copy rmqwinst replacing ==:pfx:== by ==fw==.
        fd  winjrnl-file.
            copy rmqwinjl replacing ==:pfx:== by ==fj==.

        working-storage section.

        01  winstate-status       pic xx.
            88 winstate-ok        value "00".

        01  winjrnl-status        pic xx.
            88 winjrnl-ok         value "00", "05".

            copy rmqretc.

        01  wk-step-name          pic x(8) value spaces.
        01  wk-reason             pic x(60) value spaces.
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


        procedure division.

        main-line.
            perform load-the-request
            perform open-the-window-state
            perform bypass-the-step
            close winstate-file
            stop run.

        load-the-request.
            display "USER" upon environment-name
            accept wk-user from environment-value
                on exception
                    move "OPERATOR" to wk-user
            end-accept
            if wk-user = spaces
                move "OPERATOR" to wk-user
            end-if

            display "RMQWINSTEP" upon environment-name
            accept wk-step-name from environment-value
                on exception
                    move spaces to wk-step-name
            end-accept

            display "RMQWINREASON" upon environment-name
            accept wk-reason from environment-value
                on exception
                    move spaces to wk-reason
            end-accept

            if wk-step-name = spaces or wk-reason = spaces
                move rmq-rc-bad-parm to return-code
                display "stepbyp: name the step in RMQWINSTEP and say "
                        "why in RMQWINREASON -- nothing bypassed"
                stop run
            end-if.

        open-the-window-state.
            open i-o winstate-file
            if not winstate-ok
                move rmq-rc-file-error to return-code
                display "stepbyp: unable to open window state, status "
                        winstate-status
                stop run
            end-if.

        bypass-the-step.
            move wk-step-name to fw-wst-step-name
            read winstate-file
                invalid key
                    move rmq-rc-bad-parm to return-code
                    display "stepbyp: step " wk-step-name
                            " is not on the window state"
                not invalid key
                    if fw-wst-finished
                        move rmq-rc-bad-parm to return-code
                        display "stepbyp: step " wk-step-name
                                " is already "
                                function trim(fw-wst-status)
                                " -- nothing to bypass"
                    else
                        perform mark-the-step-bypassed
                    end-if
            end-read.

        mark-the-step-bypassed.
            perform stamp-the-time
            move "BYPASSED"   to fw-wst-status
            move wk-user      to fw-wst-bypass-by
            move wk-reason    to fw-wst-bypass-reason
            move wk-date-text to fw-wst-end-date
            move wk-time-text to fw-wst-end-time

            rewrite fw-wst-record
                invalid key
                    move rmq-rc-file-error to return-code
                    display "stepbyp: step " wk-step-name
                            " not bypassed, status " winstate-status
                not invalid key
                    perform journal-the-bypass
                    display "stepbyp: step " wk-step-name
                            " of window " fw-wst-window-id
                            " bypassed by " wk-user
            end-rewrite.

        journal-the-bypass.
            move spaces to fj-winj-entry
            move wk-date-text     to fj-winj-date
            move wk-time-text     to fj-winj-time
            move fw-wst-window-id to fj-winj-window-id
            move wk-step-name     to fj-winj-step-name
            move "BYPASSED"       to fj-winj-event
            move fw-wst-rc        to fj-winj-rc
            move fw-wst-attempts  to fj-winj-attempts
            move wk-user          to fj-winj-user
            move wk-reason        to fj-winj-text

            open extend winjrnl-file
            if not winjrnl-ok
                open output winjrnl-file
            end-if
            write fj-winj-entry
            close winjrnl-file.

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

        end program stepbyp.
