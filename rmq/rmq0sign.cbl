        identification division.
        program-id.    rmq0sign.

       *> rmq0sign is operator sign-on and function authority for the
       *> online screens.  Each screen calls it once at start with its
       *> own name, then before every function the operator picks,
       *> then on the way out:
       *>
       *>   "SIGNON  "  the sign-on panel -- user id and password,
       *>               checked against OPERSEC (rmqopsec.cpy); the
       *>               user id signed on comes back for the screen
       *>               to stamp its work with, in place of whatever
       *>               USER happened to say
       *>   "SIGNLINE"  the same sign-on prompted line by line, for
       *>               the line-mode SVCTEST harness
       *>   "AUTHORIZ"  may the signed-on operator's role use this
       *>               function on this screen (RMQROLES, rmqrole.cpy)
       *>   "SIGNOFF "  the operator has left the screen
       *>
       *> A wrong password counts against the operator across
       *> sessions; at RMQSIGNMAX failures in a row (default 3) the
       *> user id is locked out until the security administrator
       *> unlocks it on OPERMNT.  A session also ends after that many
       *> tries, so the panel can't be used to guess at leisure.  A
       *> locked or disabled user id, or a role with no grant on the
       *> screen at all, is refused outright.  Every sign-on and
       *> sign-off, every failed or refused attempt and every denied
       *> function goes on the SECJRN security journal through
       *> RMQ0SECJ.  An unknown user id and a wrong password get the
       *> same message on the panel, so the panel says nothing about
       *> which user ids exist.
       *>
       *> The very first sign-on to OPERMNT, while OPERSEC holds no
       *> operators at all, enrols whoever signs on as the security
       *> administrator (role SECADMIN); every other screen is refused
       *> until then.  The role table is loaded once per run and
       *> cached the way RMQ0ENTL caches its grants.

        environment division.
        input-output section.
        file-control.
            select opersec-file assign to "OPERSEC"
                organization indexed
                access mode dynamic
                record key fo-opr-user-id
                file status is opersec-status.
            select rmqroles-file assign to "RMQROLES"
                organization line sequential
                file status is rmqroles-status.

        data division.
        file section.
        fd  opersec-file.
            copy rmqopsec replacing ==:pfx:== by ==fo==.
        fd  rmqroles-file.
            copy rmqrole replacing ==:pfx:== by ==fp==.

        working-storage section.
        01  opersec-status          pic xx.
            88 opersec-ok           value "00".

        01  rmqroles-status         pic xx.
            88 rmqroles-ok          value "00".
            88 rmqroles-eof         value "10".

        01  wk-loaded-flag          pic x(1) value "N".
            88 wk-table-loaded      value "Y".

        01  rol-table.
            05 rol-count            binary-long value 0.
            05 rol-entry            occurs 300 times.
                10 rol-role             pic x(8).
                10 rol-screen           pic x(8).
                10 rol-function         pic x(50).

       *> who is signed on in this run, kept for AUTHORIZ and SIGNOFF
        01  wk-signed-user          pic x(8) value spaces.
        01  wk-signed-role          pic x(8) value spaces.
        01  wk-signed-screen        pic x(8) value spaces.

        01  wk-sign-mode            pic x(8).
            88 wk-line-mode         value "SIGNLINE".
        01  wk-session-flag         pic x(1).
            88 wk-signed-on         value "Y".
            88 wk-refused           value "R".
            88 wk-still-trying      value "N".
        01  wk-empty-flag           pic x(1).
            88 wk-no-operators      value "Y".
        01  wk-found-flag           pic x(1).
            88 wk-grant-found       value "Y".
        01  wk-opr-flag             pic x(1).
            88 wk-opr-found         value "Y".

        01  wk-attempts             binary-long.
        01  wk-fail-max             pic 9(2) value 3.
        01  wk-fail-max-text        pic x(4).
        01  wk-fail-edit            pic z9.
        01  wk-idx                  binary-long.
        01  wk-hash                 pic x(32).

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

       *> one security journal entry, built here and passed whole
        01  wk-jrn-user-id          pic x(8) value spaces.
        01  wk-jrn-event            pic x(8) value spaces.
        01  wk-jrn-function         pic x(50) value spaces.
        01  wk-jrn-subject          pic x(8) value spaces.
        01  wk-jrn-detail           pic x(40) value spaces.

        01  scr-screen-name         pic x(8) value spaces.
        01  scr-user-id             pic x(8) value spaces.
        01  scr-password            pic x(20) value spaces.
        01  scr-message             pic x(60) value spaces.

        linkage section.
        01  lk-request              pic x(8).
        01  lk-screen               pic x(8).
        01  lk-user-id              pic x(8).
        01  lk-function             pic x(50).
        01  lk-ok-flag              pic x(1).

        screen section.
        01  signon-screen.
            05 blank screen.
            05 line 1 column 15 value "OPERATOR SIGN-ON".
            05 line 3 column 3 value "SCREEN....................:".
            05 line 3 column 32 pic x(8) from scr-screen-name.
            05 line 5 column 3 value "USER ID...................:".
            05 line 5 column 32 pic x(8) using scr-user-id.
            05 line 7 column 3 value "PASSWORD..................:".
            05 line 7 column 32 pic x(20) using scr-password secure.
            05 line 9 column 3 pic x(60) from scr-message.


        procedure division using lk-request, lk-screen, lk-user-id,
                    lk-function, lk-ok-flag.

        main-para.
            move "N" to lk-ok-flag

            if not wk-table-loaded
                perform load-role-table
                set wk-table-loaded to true
            end-if

            evaluate lk-request
                when "SIGNON  "
                when "SIGNLINE"
                    perform sign-on-the-operator
                when "AUTHORIZ"
                    perform authorize-the-function
                when "SIGNOFF "
                    perform sign-off-the-operator
                when other
                    display "rmq0sign: request "
                            function trim(lk-request)
                            " not recognized"
            end-evaluate.

        main-exit.
            goback.

        load-role-table.
            move 0 to rol-count
            open input rmqroles-file

            if rmqroles-ok
                perform read-next-grant
                    with test after
                    until rmqroles-eof

                close rmqroles-file
            end-if.

        read-next-grant.
            read rmqroles-file
                at end
                    set rmqroles-eof to true
                not at end
                    if rol-count > 299
                        display "rmq0sign: RMQROLES has more than "
                                "300 grants"
                        stop run
                    end-if
                    add 1 to rol-count
                    move fp-rol-role to rol-role(rol-count)
                    move fp-rol-screen to rol-screen(rol-count)
                    move fp-rol-function to rol-function(rol-count)
            end-read.

       *> ------------------------------------------------------------
       *> sign-on
       *> ------------------------------------------------------------
        sign-on-the-operator.
            move lk-request to wk-sign-mode
            move lk-screen to scr-screen-name
            move spaces to lk-user-id
            move spaces to scr-message
            set wk-still-trying to true
            perform load-the-fail-max

            open i-o opersec-file
            if not opersec-ok
                open output opersec-file
                close opersec-file
                open i-o opersec-file
            end-if

            if not opersec-ok
                display "rmq0sign: unable to open operator security "
                        "file, status " opersec-status
                set wk-refused to true
            else
                perform check-for-operators
                if wk-no-operators
                    if lk-screen = "OPERMNT"
                        move "NO OPERATORS YET -- SIGN-ON ENROLS THE "
                                to scr-message
                        move "SECURITY ADMINISTRATOR"
                                to scr-message(40:)
                    else
                        move "NO OPERATORS YET -- ENROL THE SECURITY "
                                to scr-message
                        move "ADMINISTRATOR ON OPERMNT"
                                to scr-message(40:)
                        set wk-refused to true
                    end-if
                end-if

                move 0 to wk-attempts
                perform attempt-the-signon
                    until not wk-still-trying
                       or wk-attempts >= wk-fail-max

                close opersec-file
            end-if

            if wk-signed-on
                move wk-signed-user to lk-user-id
                move "Y" to lk-ok-flag
            else
                perform show-the-refusal
            end-if.

        load-the-fail-max.
            display "RMQSIGNMAX" upon environment-name
            accept wk-fail-max-text from environment-value
                on exception
                    move spaces to wk-fail-max-text
            end-accept

            if wk-fail-max-text not = spaces
                compute wk-fail-max =
                    function numval(wk-fail-max-text)
            end-if

            if wk-fail-max < 1
                move 3 to wk-fail-max
            end-if.

        check-for-operators.
            move "N" to wk-empty-flag
            move low-values to fo-opr-user-id
            start opersec-file key is not less than fo-opr-user-id
                invalid key
                    set wk-no-operators to true
            end-start.

        attempt-the-signon.
            add 1 to wk-attempts
            perform ask-for-the-password

            if scr-user-id = spaces
                move "SIGN-ON ABANDONED" to scr-message
                set wk-refused to true
            else
                if wk-no-operators
                    perform enrol-the-first-operator
                else
                    perform check-the-password
                end-if
            end-if.

        ask-for-the-password.
            move spaces to scr-password

            if wk-line-mode
                if scr-message not = spaces
                    display "rmq0sign: " function trim(scr-message)
                end-if
                display "sign on to " function trim(scr-screen-name)
                display "  user id............: " with no advancing
                accept scr-user-id
                display "  password...........: " with no advancing
                accept scr-password
            else
                display signon-screen
                accept signon-screen
            end-if

            move function upper-case(scr-user-id) to scr-user-id
            move spaces to scr-message.

       *> an unknown user id and a wrong password read the same on
       *> the panel; only the journal tells them apart
        check-the-password.
            move "N" to wk-opr-flag
            move scr-user-id to fo-opr-user-id
            read opersec-file
                invalid key
                    continue
                not invalid key
                    set wk-opr-found to true
            end-read

            if not wk-opr-found
                move scr-user-id to wk-jrn-user-id
                move "NOUSER" to wk-jrn-event
                move "USER ID NOT ON OPERSEC" to wk-jrn-detail
                perform journal-the-event
                move "USER ID OR PASSWORD NOT RECOGNIZED"
                        to scr-message
            else
                if fo-opr-fail-count not numeric
                    move 0 to fo-opr-fail-count
                end-if
                evaluate true
                    when fo-opr-disabled
                        move "DISABLED" to wk-jrn-event
                        move "USER ID IS DISABLED" to wk-jrn-detail
                        perform refuse-the-operator
                    when fo-opr-locked
                        move "LOCKED" to wk-jrn-event
                        move "USER ID IS LOCKED OUT" to wk-jrn-detail
                        perform refuse-the-operator
                    when other
                        call "RMQ0HASH" using fo-opr-user-id,
                                scr-password, wk-hash
                        end-call
                        if wk-hash = fo-opr-pwd-hash
                            perform accept-the-password
                        else
                            perform count-the-failure
                        end-if
                end-evaluate
            end-if.

        refuse-the-operator.
            move fo-opr-user-id to wk-jrn-user-id
            perform journal-the-event
            move spaces to scr-message
            string function trim(wk-jrn-detail) delimited by size
                   " -- SEE THE SECURITY ADMINISTRATOR"
                        delimited by size
                   into scr-message
            end-string
            set wk-refused to true.

       *> the right password clears the failures even when the role
       *> turns out to have no business on this screen
        accept-the-password.
            perform stamp-the-clock
            move 0 to fo-opr-fail-count
            move fo-opr-user-id to wk-jrn-user-id
            move fo-opr-role to wk-signed-role
            move spaces to wk-jrn-function
            perform find-screen-grant

            if wk-grant-found
                move wk-stamp-date to fo-opr-last-signon-date
                move wk-stamp-time to fo-opr-last-signon-time
                move "SIGNON" to wk-jrn-event
                move spaces to wk-jrn-detail
                string "ROLE " delimited by size
                       fo-opr-role delimited by size
                       into wk-jrn-detail
                end-string
                perform journal-the-event
                move fo-opr-user-id to wk-signed-user
                move lk-screen to wk-signed-screen
                set wk-signed-on to true
            else
                move "NOSCREEN" to wk-jrn-event
                move spaces to wk-jrn-detail
                string "ROLE " delimited by size
                       fo-opr-role delimited by size
                       " HAS NO GRANT ON SCREEN" delimited by size
                       into wk-jrn-detail
                end-string
                perform journal-the-event
                move spaces to wk-signed-role
                move "YOUR ROLE MAY NOT USE THIS SCREEN"
                        to scr-message
                set wk-refused to true
            end-if

            rewrite fo-opr-record
                invalid key
                    continue
            end-rewrite.

        count-the-failure.
            add 1 to fo-opr-fail-count
            move fo-opr-user-id to wk-jrn-user-id
            move fo-opr-fail-count to wk-fail-edit

            if fo-opr-fail-count >= wk-fail-max
                set fo-opr-locked to true
                move "LOCKOUT" to wk-jrn-event
                move spaces to wk-jrn-detail
                string "LOCKED AFTER " delimited by size
                       wk-fail-edit delimited by size
                       " FAILED ATTEMPTS" delimited by size
                       into wk-jrn-detail
                end-string
                perform journal-the-event
                move "TOO MANY FAILED ATTEMPTS -- USER ID LOCKED OUT"
                        to scr-message
                set wk-refused to true
            else
                move "BADPASS" to wk-jrn-event
                move spaces to wk-jrn-detail
                string "FAILED ATTEMPT " delimited by size
                       wk-fail-edit delimited by size
                       into wk-jrn-detail
                end-string
                perform journal-the-event
                move "USER ID OR PASSWORD NOT RECOGNIZED"
                        to scr-message
            end-if

            rewrite fo-opr-record
                invalid key
                    continue
            end-rewrite.

       *> the first operator on an empty OPERSEC, signing on to
       *> OPERMNT, becomes its security administrator
        enrol-the-first-operator.
            if scr-password = spaces
                move "A PASSWORD IS REQUIRED" to scr-message
            else
                perform stamp-the-clock
                move spaces to fo-opr-record
                move scr-user-id to fo-opr-user-id
                move "SECURITY ADMINISTRATOR" to fo-opr-name
                call "RMQ0HASH" using fo-opr-user-id, scr-password,
                        fo-opr-pwd-hash
                end-call
                move "SECADMIN" to fo-opr-role
                set fo-opr-active to true
                move 0 to fo-opr-fail-count
                move wk-stamp-date to fo-opr-last-signon-date
                move wk-stamp-time to fo-opr-last-signon-time
                move wk-stamp-date to fo-opr-pwd-set-date
                move scr-user-id to fo-opr-pwd-set-by

                write fo-opr-record
                    invalid key
                        move "UNABLE TO ENROL -- OPERSEC REFUSED THE "
                                to scr-message
                        move "RECORD" to scr-message(40:)
                        set wk-refused to true
                    not invalid key
                        move fo-opr-user-id to wk-jrn-user-id
                        move "BOOTSTRP" to wk-jrn-event
                        move spaces to wk-jrn-function
                        move fo-opr-user-id to wk-jrn-subject
                        move "ENROLLED AS FIRST SECURITY ADMIN"
                                to wk-jrn-detail
                        perform journal-the-event
                        move "SIGNON" to wk-jrn-event
                        move "ROLE SECADMIN" to wk-jrn-detail
                        perform journal-the-event
                        move fo-opr-user-id to wk-signed-user
                        move fo-opr-role to wk-signed-role
                        move lk-screen to wk-signed-screen
                        move "N" to wk-empty-flag
                        set wk-signed-on to true
                end-write
            end-if.

       *> the screen stops when the sign-on is refused; leave the
       *> reason showing
        show-the-refusal.
            if scr-message = spaces
                move "SIGN-ON REFUSED" to scr-message
            end-if

            if wk-line-mode
                display "rmq0sign: " function trim(scr-message)
            else
                move spaces to scr-password
                display signon-screen
            end-if.

       *> ------------------------------------------------------------
       *> function authority
       *> ------------------------------------------------------------
        authorize-the-function.
            if wk-signed-user = spaces
                display "rmq0sign: " function trim(lk-screen)
                        " asked for authority with nobody signed on"
            else
                perform find-function-grant
                if wk-grant-found
                    move "Y" to lk-ok-flag
                else
                    move wk-signed-user to wk-jrn-user-id
                    move "DENIED" to wk-jrn-event
                    move lk-function to wk-jrn-function
                    move spaces to wk-jrn-detail
                    string "ROLE " delimited by size
                           wk-signed-role delimited by size
                           into wk-jrn-detail
                    end-string
                    perform journal-the-event
                end-if
            end-if.

        sign-off-the-operator.
            if wk-signed-user not = spaces
                move wk-signed-user to wk-jrn-user-id
                move "SIGNOFF" to wk-jrn-event
                move spaces to wk-jrn-function
                move spaces to wk-jrn-detail
                perform journal-the-event
                move spaces to wk-signed-user
                move spaces to wk-signed-role
                move spaces to wk-signed-screen
            end-if
            move "Y" to lk-ok-flag.

       *> any grant at all on the screen lets the role sign on to it
        find-screen-grant.
            move "N" to wk-found-flag
            perform match-screen-grant
                varying wk-idx from 1 by 1
                until wk-idx > rol-count
                   or wk-grant-found.

        match-screen-grant.
            if rol-role(wk-idx) = wk-signed-role
               and rol-screen(wk-idx) = lk-screen
                set wk-grant-found to true
            end-if.

        find-function-grant.
            move "N" to wk-found-flag
            perform match-function-grant
                varying wk-idx from 1 by 1
                until wk-idx > rol-count
                   or wk-grant-found.

        match-function-grant.
            if rol-role(wk-idx) = wk-signed-role
               and rol-screen(wk-idx) = lk-screen
               and (rol-function(wk-idx) = lk-function
                    or rol-function(wk-idx) = "*")
                set wk-grant-found to true
            end-if.

        journal-the-event.
            call "RMQ0SECJ" using wk-jrn-user-id, lk-screen,
                    wk-jrn-event, wk-jrn-function, wk-jrn-subject,
                    wk-jrn-detail
            end-call
            move spaces to wk-jrn-function
            move spaces to wk-jrn-subject.

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

        end program rmq0sign.
