        identification division.
        program-id.    parmrst.

       *> parmrst puts an earlier version of a parmlib table back, from
       *> the PARMVER version store RMQ0PVER keeps for every change
       *> PARMMNT saves.  The table is named in RMQPRMTABLE.  With no
       *> version in RMQPRMVER the table's versions are listed -- when,
       *> by whom, what kind of change and why -- and nothing is
       *> changed.  With one, that version is restored: RMQPRMREASON
       *> must say why, and the operator signs on through RMQ0SIGN
       *> line by line, as at SVCTEST, and must hold the PARMMNT grant
       *> for the table on RMQROLES -- putting a table back takes the
       *> same authority as changing it, and the version is saved
       *> under the user id signed on, not whatever USER says.
       *>
       *> A restore is a change like any other.  The version is staged
       *> on PARMEDIT and checked through RMQ0PCHK with the rest of the
       *> live set the way PARMMNT checks an edit, and is refused if
       *> it leaves more discrepancies than the set has now -- the
       *> other tables may have moved on since it was saved.  The
       *> first discrepancy is shown; RMQPRMFORCE=Y restores it
       *> anyway, ending rmq-rc-bad-parm so the window's PARMCHK step
       *> is not a surprise.  The restore is saved as the table's
       *> next version, action RESTORE, with every row it changes on
       *> the PARMJRN change journal, so it can itself be undone.

        environment division.
        input-output section.
        file-control.
            select parmver-file assign to "PARMVER"
                organization indexed
                access mode dynamic
                record key pv-pver-key
                file status is parmver-status.

        data division.
        file section.
        fd  parmver-file.
            copy rmqpver replacing ==:pfx:== by ==pv==.

        working-storage section.

        01  parmver-status        pic xx.
            88 parmver-ok         value "00".

            copy rmqretc.

        01  wk-table-name         pic x(10) value spaces.
        01  wk-version-text       pic x(10) value spaces.
        01  wk-reason             pic x(40) value spaces.
        01  wk-force-text         pic x(1) value spaces.
            88 wk-force-restore   value "Y", "y".
        01  wk-user               pic x(8) value spaces.
        01  wk-sec-function       pic x(50) value spaces.
        01  wk-sec-ok             pic x(1) value "N".
            88 wk-sec-allowed     value "Y".
        01  wk-final-rc           binary-long value 0.

        01  wk-version            pic 9(6) value 0.
        01  wk-from-version       pic 9(6) value 0.
        01  wk-changed-row        pic 9(4) value 0.
        01  wk-pver-action        pic x(8) value "RESTORE".
        01  wk-pver-ok            pic x(1) value "N".
            88 wk-pver-done       value "Y".
        01  wk-pver-message       pic x(60) value spaces.
            copy rmqptabl replacing ==:pfx:== by ==wk==.

        01  wk-live-file-name     pic x(50) value spaces.
        01  wk-edit-file-name     pic x(50) value "PARMEDIT".
        01  wk-base-count         binary-long value 0.
        01  wk-problem-count      binary-long value 0.
            copy rmqpchk replacing ==:pfx:== by ==wk==.

        01  wk-scan-flag          pic x(1) value "N".
            88 wk-scan-done       value "Y".
        01  wk-listed             binary-long value 0.


        procedure division.

        main-line.
            perform load-the-request

            if wk-version-text = spaces
                perform list-the-versions
            else
                perform sign-on-the-operator
                perform restore-the-version
       *> the restore's return code must outlive the sign-off
                move return-code to wk-final-rc
                call "RMQ0SIGN" using "SIGNOFF ", "PARMMNT ", wk-user,
                        wk-sec-function, wk-sec-ok
                end-call
                move wk-final-rc to return-code
            end-if

            stop run.

        load-the-request.
            display "RMQPRMTABLE" upon environment-name
            accept wk-table-name from environment-value
                on exception
                    move spaces to wk-table-name
            end-accept
            move function upper-case(wk-table-name) to wk-table-name

            display "RMQPRMVER" upon environment-name
            accept wk-version-text from environment-value
                on exception
                    move spaces to wk-version-text
            end-accept

            display "RMQPRMREASON" upon environment-name
            accept wk-reason from environment-value
                on exception
                    move spaces to wk-reason
            end-accept

            display "RMQPRMFORCE" upon environment-name
            accept wk-force-text from environment-value
                on exception
                    move spaces to wk-force-text
            end-accept

            if wk-table-name = spaces
                move rmq-rc-bad-parm to return-code
                display "parmrst: name the table in RMQPRMTABLE -- "
                        "nothing restored"
                stop run
            end-if

            if wk-version-text not = spaces
                compute wk-version = function numval(wk-version-text)
                if wk-version = 0 or wk-reason = spaces
                    move rmq-rc-bad-parm to return-code
                    display "parmrst: give the version in RMQPRMVER "
                            "and say why in RMQPRMREASON -- nothing "
                            "restored"
                    stop run
                end-if
            end-if.

       *> the restore is authorized exactly as PARMMNT authorizes
       *> opening the table for change
        sign-on-the-operator.
            call "RMQ0SIGN" using "SIGNLINE", "PARMMNT ", wk-user,
                    wk-sec-function, wk-sec-ok
            end-call

            if not wk-sec-allowed
                move rmq-rc-signon-refused to return-code
                display "parmrst: sign-on refused -- nothing restored"
                stop run
            end-if

            move wk-table-name to wk-sec-function
            call "RMQ0SIGN" using "AUTHORIZ", "PARMMNT ", wk-user,
                    wk-sec-function, wk-sec-ok
            end-call

            if not wk-sec-allowed
                move rmq-rc-signon-refused to return-code
                display "parmrst: your role may not maintain "
                        function trim(wk-table-name)
                        " -- nothing restored"
                call "RMQ0SIGN" using "SIGNOFF ", "PARMMNT ", wk-user,
                        wk-sec-function, wk-sec-ok
                end-call
                stop run
            end-if.

       *> one line for each version's header row
        list-the-versions.
            open input parmver-file
            if not parmver-ok
                move rmq-rc-file-error to return-code
                display "parmrst: unable to open PARMVER, status "
                        parmver-status
                stop run
            end-if

            move wk-table-name to pv-pver-table
            move 0 to pv-pver-version
            move 0 to pv-pver-row-no

            start parmver-file key >= pv-pver-key
                invalid key
                    set wk-scan-done to true
            end-start

            perform list-next-version-row
                until wk-scan-done
            close parmver-file

            if wk-listed = 0
                display "parmrst: no versions of "
                        function trim(wk-table-name) " on PARMVER"
            end-if
            move rmq-rc-ok to return-code.

        list-next-version-row.
            read parmver-file next
                at end
                    set wk-scan-done to true
                not at end
                    if pv-pver-table not = wk-table-name
                        set wk-scan-done to true
                    else
                        if pv-pver-row-no = 0
                            perform list-one-version
                        end-if
                    end-if
            end-read.

        list-one-version.
            add 1 to wk-listed
            display "parmrst: " function trim(pv-pver-table)
                    " version " pv-pver-version " "
                    pv-pver-date " " pv-pver-time " "
                    pv-pver-user-id " " pv-pver-action
                    " rows " pv-pver-row-count
                    " row " pv-pver-changed-row
                    " from " pv-pver-from-version " "
                    function trim(pv-pver-reason).

        restore-the-version.
            call "RMQ0PVER" using "LOAD    ", wk-table-name, wk-user,
                    wk-pver-action, wk-changed-row, wk-reason,
                    wk-version, wk-ptab-image, wk-pver-ok,
                    wk-pver-message
            end-call
            if not wk-pver-done
                move rmq-rc-bad-parm to return-code
                display "parmrst: " function trim(wk-pver-message)
                stop run
            end-if

            perform check-the-version

            move wk-version to wk-from-version
            call "RMQ0PVER" using "SAVE    ", wk-table-name, wk-user,
                    wk-pver-action, wk-changed-row, wk-reason,
                    wk-version, wk-ptab-image, wk-pver-ok,
                    wk-pver-message
            end-call
            if not wk-pver-done
                move rmq-rc-file-error to return-code
                display "parmrst: " function trim(wk-pver-message)
                stop run
            end-if

            display "parmrst: " function trim(wk-table-name)
                    " version " wk-from-version
                    " restored as version " wk-version
                    " by " wk-user

            if wk-problem-count > wk-base-count
                move rmq-rc-bad-parm to return-code
            else
                move rmq-rc-ok to return-code
            end-if.

       *> the set as it stands, then with the version in its place
        check-the-version.
            move wk-table-name to wk-live-file-name
            call "RMQ0PCHK" using "CHECK   ", wk-table-name,
                    wk-live-file-name, wk-base-count, wk-parmchk-report
            end-call

            call "RMQ0PVER" using "STAGE   ", wk-table-name, wk-user,
                    wk-pver-action, wk-changed-row, wk-reason,
                    wk-version, wk-ptab-image, wk-pver-ok,
                    wk-pver-message
            end-call
            if not wk-pver-done
                move rmq-rc-file-error to return-code
                display "parmrst: " function trim(wk-pver-message)
                stop run
            end-if

            move spaces to wk-parmchk-report
            call "RMQ0PCHK" using "CHECK   ", wk-table-name,
                    wk-edit-file-name, wk-problem-count,
                    wk-parmchk-report
            end-call

            if wk-problem-count > wk-base-count
                display "parmrst: version " wk-version " leaves "
                        wk-problem-count " discrepancy(ies), the set "
                        "has " wk-base-count " now -- first: "
                        function trim(wk-pchk-table) " "
                        function trim(wk-pchk-key) " -- "
                        function trim(wk-pchk-problem)
                if not wk-force-restore
                    move rmq-rc-bad-parm to return-code
                    display "parmrst: nothing restored -- set "
                            "RMQPRMFORCE=Y to restore it anyway"
                    stop run
                end-if
            end-if.

        end program parmrst.
