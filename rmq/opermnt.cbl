        identification division.
        program-id.    opermnt.

       *> opermnt is the security administrator's screen for OPERSEC,
       *> the operator security file (rmqopsec.cpy) the online screens
       *> sign on against through RMQ0SIGN.  The same shape as PTNRMNT
       *> serves the partner master: inquiry, add, update of name and
       *> role, password reset, unlock, and disable.  A password is
       *> keyed twice, never shown, and stored only as its RMQ0HASH
       *> hash.  The role must be one RMQROLES knows, so an operator
       *> can't be given a role that grants nothing by a typing slip.
       *> A disabled operator keeps the record, flagged D, so the
       *> security journal's user ids still resolve; unlock (L) puts
       *> a locked or disabled operator back to active with the
       *> failure count cleared.  Administrators can't disable
       *> themselves or change their own role, so the file can't be
       *> left with nobody able to run this screen.
       *>
       *> The screen signs on like any other, as OPERMNT; every change
       *> goes on the SECJRN security journal through RMQ0SECJ with
       *> who made it and to whom.  On an empty OPERSEC the sign-on
       *> itself enrols the first security administrator.

        environment division.
        input-output section.
        file-control.
            select opersec-file assign to "OPERSEC"
                organization indexed
                access mode random
                record key op-opr-user-id
                file status is opersec-status.
            select rmqroles-file assign to "RMQROLES"
                organization line sequential
                file status is rmqroles-status.

        data division.
        file section.
        fd  opersec-file.
            copy rmqopsec replacing ==:pfx:== by ==op==.
        fd  rmqroles-file.
            copy rmqrole replacing ==:pfx:== by ==fp==.

        working-storage section.

        01  opersec-status        pic xx.
            88 opersec-ok         value "00".

        01  rmqroles-status       pic xx.
            88 rmqroles-ok        value "00".
            88 rmqroles-eof       value "10".

            copy rmqretc.

        01  wk-user               pic x(8) value spaces.
        01  wk-sec-function       pic x(50) value spaces.
        01  wk-sec-ok             pic x(1) value "N".
            88 wk-sec-allowed     value "Y".

        01  wk-done-flag          pic x(1) value "N".
            88 wk-all-done        value "Y".

        01  wk-found-flag         pic x(1) value "N".
            88 wk-record-found    value "Y".

       *> the roles RMQROLES grants anything to
        01  role-table.
            05 role-count         binary-long value 0.
            05 role-name          pic x(8) occurs 100 times.
        01  wk-idx                binary-long.
        01  wk-role-flag          pic x(1).
            88 wk-role-known      value "Y".

        01  wk-today              pic 9(8).
        01  wk-today-edit         redefines wk-today.
            05 wk-today-yyyy      pic 9(4).
            05 wk-today-mm        pic 9(2).
            05 wk-today-dd        pic 9(2).
        01  wk-today-text         pic x(10).

        01  wk-jrn-event          pic x(8) value spaces.
        01  wk-jrn-subject        pic x(8) value spaces.
        01  wk-jrn-detail         pic x(40) value spaces.

        01  scr-function          pic x(1) value space.
            88 scr-func-inquiry   value "I".
            88 scr-func-add       value "A".
            88 scr-func-update    value "U".
            88 scr-func-password  value "P".
            88 scr-func-unlock    value "L".
            88 scr-func-disable   value "D".
            88 scr-func-exit      value "X".
        01  scr-user-id           pic x(8) value spaces.
        01  scr-name              pic x(30) value spaces.
        01  scr-role              pic x(8) value spaces.
        01  scr-status            pic x(1) value space.
        01  scr-fail-count        pic z9 value zero.
        01  scr-last-signon       pic x(19) value spaces.
        01  scr-password          pic x(20) value spaces.
        01  scr-confirm           pic x(20) value spaces.
        01  scr-message           pic x(60) value spaces.

        screen section.
        01  maint-screen.
            05 blank screen.
            05 line 1 column 15 value "OPERATOR SECURITY MAINTENANCE".
            05 line 3 column 3 value "FUNCTION (I/A/U/P/L/D, X=EXIT):".
            05 line 3 column 36 pic x(1) using scr-function.
            05 line 5 column 3 value "USER ID...................:".
            05 line 5 column 32 pic x(8) using scr-user-id.
            05 line 6 column 3 value "OPERATOR NAME.............:".
            05 line 6 column 32 pic x(30) using scr-name.
            05 line 7 column 3 value "ROLE......................:".
            05 line 7 column 32 pic x(8) using scr-role.
            05 line 9 column 3 value "STATUS (A/L=LOCKED/D).....:".
            05 line 9 column 32 pic x(1) from scr-status.
            05 line 10 column 3 value "FAILED ATTEMPTS...........:".
            05 line 10 column 32 pic z9 from scr-fail-count.
            05 line 11 column 3 value "LAST SIGN-ON..............:".
            05 line 11 column 32 pic x(19) from scr-last-signon.
            05 line 13 column 3 value "NEW PASSWORD..............:".
            05 line 13 column 32 pic x(20) using scr-password secure.
            05 line 14 column 3 value "PASSWORD AGAIN............:".
            05 line 14 column 32 pic x(20) using scr-confirm secure.
            05 line 16 column 3 pic x(60) from scr-message.


        procedure division.

        main-line.
            perform sign-on-the-operator
            perform load-the-roles
            perform open-the-master
            perform process-one-function until wk-all-done
            close opersec-file
            call "RMQ0SIGN" using "SIGNOFF ", "OPERMNT ", wk-user,
                    wk-sec-function, wk-sec-ok
            end-call
            stop run.

       *> signs on before OPERSEC is opened here -- RMQ0SIGN opens it
       *> for itself, and may be enrolling the first administrator
        sign-on-the-operator.
            call "RMQ0SIGN" using "SIGNON  ", "OPERMNT ", wk-user,
                    wk-sec-function, wk-sec-ok
            end-call

            if not wk-sec-allowed
                move rmq-rc-signon-refused to return-code
                display "opermnt: sign-on refused"
                stop run
            end-if.

        load-the-roles.
            open input rmqroles-file

            if rmqroles-ok
                perform load-next-role
                    with test after
                    until rmqroles-eof
                close rmqroles-file
            end-if.

        load-next-role.
            read rmqroles-file
                at end
                    set rmqroles-eof to true
                not at end
                    move fp-rol-role to scr-role
                    perform find-the-role
                    if not wk-role-known
                       and role-count < 100
                        add 1 to role-count
                        move fp-rol-role to role-name(role-count)
                    end-if
                    move spaces to scr-role
            end-read.

        find-the-role.
            move "N" to wk-role-flag
            perform match-one-role
                varying wk-idx from 1 by 1
                until wk-idx > role-count
                   or wk-role-known.

        match-one-role.
            if role-name(wk-idx) = scr-role
                set wk-role-known to true
            end-if.

        open-the-master.
            open i-o opersec-file

            if not opersec-ok
                move rmq-rc-file-error to return-code
                display "opermnt: unable to open operator security "
                        "file, status " opersec-status
                stop run
            end-if.

        process-one-function.
            display maint-screen
            accept maint-screen
            move spaces to scr-message
            move function upper-case(scr-user-id) to scr-user-id
            move function upper-case(scr-role) to scr-role

            if scr-func-exit
                set wk-all-done to true
            else
                move scr-function to wk-sec-function
                call "RMQ0SIGN" using "AUTHORIZ", "OPERMNT ", wk-user,
                        wk-sec-function, wk-sec-ok
                end-call
                if wk-sec-allowed
                    perform do-one-function
                else
                    move "YOUR ROLE MAY NOT USE FUNCTION "
                            to scr-message
                    move scr-function to scr-message(32:1)
                end-if
            end-if

            move spaces to scr-password
            move spaces to scr-confirm.

        do-one-function.
            evaluate true
                when scr-func-inquiry
                    perform inquire-operator
                when scr-func-add
                    perform add-operator
                when scr-func-update
                    perform update-operator
                when scr-func-password
                    perform reset-the-password
                when scr-func-unlock
                    perform unlock-operator
                when scr-func-disable
                    perform disable-operator
                when other
                    move "FUNCTION MUST BE I, A, U, P, L, D OR X"
                            to scr-message
            end-evaluate.

        read-the-operator.
            move "N" to wk-found-flag
            move scr-user-id to op-opr-user-id
            read opersec-file
                invalid key
                    continue
                not invalid key
                    set wk-record-found to true
            end-read.

        show-the-operator.
            move op-opr-name       to scr-name
            move op-opr-role       to scr-role
            move op-opr-status     to scr-status
            if op-opr-fail-count is numeric
                move op-opr-fail-count to scr-fail-count
            else
                move 0 to scr-fail-count
            end-if
            move spaces to scr-last-signon
            string op-opr-last-signon-date delimited by size
                   " " delimited by size
                   op-opr-last-signon-time delimited by size
                   into scr-last-signon
            end-string.

        inquire-operator.
            perform read-the-operator

            if wk-record-found
                perform show-the-operator
                move "OPERATOR DISPLAYED" to scr-message
            else
                move "OPERATOR NOT FOUND" to scr-message
            end-if.

        add-operator.
            perform read-the-operator

            evaluate true
                when scr-user-id = spaces
                    move "USER ID IS REQUIRED" to scr-message
                when wk-record-found
                    move "OPERATOR ALREADY ON FILE" to scr-message
                when other
                    perform find-the-role
                    if not wk-role-known
                        move "ROLE IS NOT ON RMQROLES" to scr-message
                    else
                        perform check-the-password
                        if scr-message = spaces
                            perform write-the-operator
                        end-if
                    end-if
            end-evaluate.

        write-the-operator.
            perform stamp-the-date
            move spaces to op-opr-record
            move scr-user-id to op-opr-user-id
            move scr-name to op-opr-name
            move scr-role to op-opr-role
            call "RMQ0HASH" using op-opr-user-id, scr-password,
                    op-opr-pwd-hash
            end-call
            set op-opr-active to true
            move 0 to op-opr-fail-count
            move wk-today-text to op-opr-pwd-set-date
            move wk-user to op-opr-pwd-set-by

            write op-opr-record
                invalid key
                    move "ADD FAILED, STATUS " to scr-message
                    move opersec-status to scr-message(20:2)
                not invalid key
                    perform show-the-operator
                    move "OPRADD" to wk-jrn-event
                    move spaces to wk-jrn-detail
                    string "ROLE " delimited by size
                           op-opr-role delimited by size
                           into wk-jrn-detail
                    end-string
                    perform journal-the-change
                    move "OPERATOR ADDED" to scr-message
            end-write.

       *> a blank field leaves the file's value alone, the way
       *> PTNRMNT treats a blank name
        update-operator.
            perform read-the-operator

            if not wk-record-found
                move "OPERATOR NOT FOUND" to scr-message
            else
                if scr-role not = spaces
                   and scr-role not = op-opr-role
                    perform find-the-role
                    evaluate true
                        when op-opr-user-id = wk-user
                            move "YOU MAY NOT CHANGE YOUR OWN ROLE"
                                    to scr-message
                        when not wk-role-known
                            move "ROLE IS NOT ON RMQROLES"
                                    to scr-message
                    end-evaluate
                end-if

                if scr-message = spaces
                    move spaces to wk-jrn-detail
                    string "ROLE " delimited by size
                           op-opr-role delimited by size
                           into wk-jrn-detail
                    end-string
                    if scr-name not = spaces
                        move scr-name to op-opr-name
                    end-if
                    if scr-role not = spaces
                        move scr-role to op-opr-role
                    end-if
                    string " TO " delimited by size
                           op-opr-role delimited by size
                           into wk-jrn-detail(14:)
                    end-string

                    rewrite op-opr-record
                        invalid key
                            move "UPDATE FAILED, STATUS "
                                    to scr-message
                            move opersec-status to scr-message(23:2)
                        not invalid key
                            perform show-the-operator
                            move "OPRUPD" to wk-jrn-event
                            perform journal-the-change
                            move "OPERATOR UPDATED" to scr-message
                    end-rewrite
                end-if
            end-if.

       *> a reset also clears the failure count, but a locked
       *> operator stays locked until unlocked in its own right
        reset-the-password.
            perform read-the-operator

            if not wk-record-found
                move "OPERATOR NOT FOUND" to scr-message
            else
                perform check-the-password
                if scr-message = spaces
                    perform stamp-the-date
                    call "RMQ0HASH" using op-opr-user-id, scr-password,
                            op-opr-pwd-hash
                    end-call
                    move 0 to op-opr-fail-count
                    move wk-today-text to op-opr-pwd-set-date
                    move wk-user to op-opr-pwd-set-by

                    rewrite op-opr-record
                        invalid key
                            move "RESET FAILED, STATUS " to scr-message
                            move opersec-status to scr-message(22:2)
                        not invalid key
                            perform show-the-operator
                            move "PWDRESET" to wk-jrn-event
                            move "PASSWORD RESET" to wk-jrn-detail
                            perform journal-the-change
                            move "PASSWORD RESET" to scr-message
                    end-rewrite
                end-if
            end-if.

        unlock-operator.
            perform read-the-operator

            if not wk-record-found
                move "OPERATOR NOT FOUND" to scr-message
            else
                if op-opr-active
                    move "OPERATOR IS NOT LOCKED OR DISABLED"
                            to scr-message
                else
                    move spaces to wk-jrn-detail
                    string "WAS STATUS " delimited by size
                           op-opr-status delimited by size
                           into wk-jrn-detail
                    end-string
                    set op-opr-active to true
                    move 0 to op-opr-fail-count

                    rewrite op-opr-record
                        invalid key
                            move "UNLOCK FAILED, STATUS "
                                    to scr-message
                            move opersec-status to scr-message(23:2)
                        not invalid key
                            perform show-the-operator
                            move "UNLOCK" to wk-jrn-event
                            perform journal-the-change
                            move "OPERATOR UNLOCKED" to scr-message
                    end-rewrite
                end-if
            end-if.

        disable-operator.
            perform read-the-operator

            evaluate true
                when not wk-record-found
                    move "OPERATOR NOT FOUND" to scr-message
                when op-opr-user-id = wk-user
                    move "YOU MAY NOT DISABLE YOURSELF" to scr-message
                when op-opr-disabled
                    move "OPERATOR IS ALREADY DISABLED" to scr-message
                when other
                    set op-opr-disabled to true

                    rewrite op-opr-record
                        invalid key
                            move "DISABLE FAILED, STATUS "
                                    to scr-message
                            move opersec-status to scr-message(24:2)
                        not invalid key
                            perform show-the-operator
                            move "DISABLE" to wk-jrn-event
                            move "OPERATOR DISABLED" to wk-jrn-detail
                            perform journal-the-change
                            move "OPERATOR DISABLED" to scr-message
                    end-rewrite
            end-evaluate.

        check-the-password.
            evaluate true
                when scr-password = spaces
                    move "A NEW PASSWORD IS REQUIRED" to scr-message
                when scr-password not = scr-confirm
                    move "THE TWO PASSWORDS DO NOT MATCH"
                            to scr-message
                when scr-password(8:1) = space
                    move "PASSWORD MUST BE AT LEAST 8 CHARACTERS"
                            to scr-message
            end-evaluate.

        journal-the-change.
            move op-opr-user-id to wk-jrn-subject
            call "RMQ0SECJ" using wk-user, "OPERMNT ", wk-jrn-event,
                    wk-sec-function, wk-jrn-subject, wk-jrn-detail
            end-call.

        stamp-the-date.
            accept wk-today from date yyyymmdd
            move spaces to wk-today-text
            string wk-today-yyyy delimited by size
                   "-" delimited by size
                   wk-today-mm delimited by size
                   "-" delimited by size
                   wk-today-dd delimited by size
                   into wk-today-text
            end-string.

        end program opermnt.
