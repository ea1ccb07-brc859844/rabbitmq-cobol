        identification division.
        program-id.    acct0ntf.

       *> acct0ntf tells an account holder about their own balance.
       *> It is called for every movement the account master takes
       *> -- from ACCT0PST for POSTTXN, XFERTXN and the other posting
       *> paths, from ACCT0AUD for ACCTMNT and ACCTAPPR changes --
       *> and holds the movement against the account's ACCTNTFP
       *> preferences (rmqntfpf.cpy).  An account with none costs a
       *> failed read and nothing more.
       *>
       *> Two thresholds are watched.  A movement at or above the
       *> holder's large amount is reported as it happens.  A balance
       *> falling below the holder's floor is reported once: the
       *> preferences record remembers the notice went, and nothing
       *> more is sent however many postings follow until the
       *> balance is back at or above the floor, which re-arms it.
       *>
       *> A notification is a typed BALANCE-NOTIFY envelope
       *> (rmqntfy.cpy) on the NOTIFY message class, published to the
       *> holder's routing key on the RMQNTFEXCH exchange (default
       *> cobol-exchange) over the shared RMQ0CONN connection.  It is
       *> fire-and-forget like RMQ0ALRT: the connection may be the
       *> one the dispatcher is consuming on, and switching it into
       *> confirm mode under the dispatcher is not this program's
       *> business.  Every attempt goes on the ACCTNTFL notification
       *> log (rmqntflg.cpy) tied to the posting's msg-id; a floor
       *> notice that could not be sent is not marked told, so the
       *> next movement tries again.  Nothing in here can refuse or
       *> undo the movement that called it.

        environment division.
        input-output section.
        file-control.
            select acctntfp-file assign to "ACCTNTFP"
                organization indexed
                access mode random
                record key np-ntfp-acct-number
                file status is acctntfp-status.
            select acctntfl-file assign to "ACCTNTFL"
                organization line sequential
                file status is acctntfl-status.

        data division.
        file section.
        fd  acctntfp-file.
            copy rmqntfpf replacing ==:pfx:== by ==np==.
        fd  acctntfl-file.
            copy rmqntflg replacing ==:pfx:== by ==nl==.

        working-storage section.
        01  acctntfp-status        pic xx.
            88 acctntfp-ok         value "00".

        01  acctntfl-status        pic xx.
            88 acctntfl-ok         value "00", "05".

        01  rv                     binary-long.
            copy rmqretc.
            copy rmqnull.

        01  broker-env             pic x(4) value "TEST".
        01  conn-rc                binary-long.
        01  conn                   usage pointer.
        01  props                  usage pointer.

        01  ntf-exchange           pic x(50) value "cobol-exchange".
        01  ntf-exchange-len       binary-long.
        01  ntf-routing-key        pic x(50).
        01  ntf-routing-key-len    binary-long.
        01  wk-name-override       pic x(50).
        01  wk-env-loaded-flag     pic x(1) value "N".
            88 wk-env-loaded       value "Y".

        01  msg-class              pic x(10) value "NOTIFY".
        01  msgcls-rc              binary-long.
        01  delivery-mode          binary-char value 1.
        01  content-type           pic x(50).
        01  app-id                 pic x(50) value "ACCT0NTF".
        01  msg-timestamp          binary-long value 0.
        01  error-text             pic x(100).

            copy rmqntfy replacing ==:pfx:== by ==nb==.
            copy rmqenv replacing ==:pfx:== by ==ev==.
        01  wk-env-header-len      binary-long value 98.
        01  wk-ntf-body-len        binary-long value 120.
        01  wk-msg-len             binary-long.
        01  wk-pub-buffer          pic x(334).
        01  wk-msg-signature       pic x(32).
        01  wk-sign-outcome        pic x(8).

        01  wk-kind                pic x(14).
        01  wk-kind-code           pic x(1).
        01  wk-threshold           pic s9(9)v99.
        01  wk-sent-flag           pic x(1).
            88 wk-notice-sent      value "Y".
        01  wk-rewrite-flag        pic x(1).
            88 wk-prefs-changed    value "Y".

        01  wk-today               pic 9(8).
        01  wk-today-edit          redefines wk-today.
            05 wk-today-yyyy       pic 9(4).
            05 wk-today-mm         pic 9(2).
            05 wk-today-dd         pic 9(2).
        01  wk-now                 pic 9(8).
        01  wk-now-edit            redefines wk-now.
            05 wk-now-hh           pic 9(2).
            05 wk-now-mi           pic 9(2).
            05 wk-now-ss           pic 9(2).
            05 wk-now-th           pic 9(2).

        linkage section.
        01  lk-acct-number         pic x(10).
        01  lk-dc                  pic x(1).
        01  lk-amount              pic 9(9)v99.
        01  lk-new-balance         pic s9(9)v99.
        01  lk-source              pic x(8).
        01  lk-msg-id              pic x(36).

        procedure division using lk-acct-number, lk-dc, lk-amount,
                    lk-new-balance, lk-source, lk-msg-id.

        main-para.
            open i-o acctntfp-file
            if not acctntfp-ok
                go to main-exit
            end-if

            move lk-acct-number to np-ntfp-acct-number
            read acctntfp-file
                invalid key
                    close acctntfp-file
                    go to main-exit
            end-read

            if not wk-env-loaded
                perform load-environment
                set wk-env-loaded to true
            end-if

            move "N" to wk-rewrite-flag

            perform check-the-large-movement
            perform check-the-floor

            if wk-prefs-changed
                rewrite np-ntfp-record
                    invalid key
                        continue
                end-rewrite
            end-if
            close acctntfp-file.

        main-exit.
            goback.

        load-environment.
            display "RMQENV" upon environment-name
            accept broker-env from environment-value
                on exception
                    move "TEST" to broker-env
            end-accept

            display "RMQNTFEXCH" upon environment-name
            accept wk-name-override from environment-value
                on exception
                    move spaces to wk-name-override
            end-accept
            if wk-name-override not = spaces
                move wk-name-override to ntf-exchange
            end-if
            move function length(function trim(ntf-exchange))
                    to ntf-exchange-len.

        check-the-large-movement.
            if np-ntfp-large-amount > 0
               and lk-amount >= np-ntfp-large-amount
                move "LARGE-MOVEMENT" to wk-kind
                move "M" to wk-kind-code
                move np-ntfp-large-amount to wk-threshold
                perform send-the-notice
            end-if.

       *> told once per crossing: a drop below the floor is sent
       *> only while not already told, and climbing back to the
       *> floor re-arms it without a message
        check-the-floor.
            evaluate true
                when not np-ntfp-low-on
                    continue
                when lk-new-balance < np-ntfp-low-floor
                    if not np-ntfp-floor-told
                        move "LOW-BALANCE" to wk-kind
                        move "L" to wk-kind-code
                        move np-ntfp-low-floor to wk-threshold
                        perform send-the-notice
                        if wk-notice-sent
                            set np-ntfp-floor-told to true
                            set wk-prefs-changed to true
                        end-if
                    end-if
                when np-ntfp-floor-told
                    move "N" to np-ntfp-below-floor
                    set wk-prefs-changed to true
            end-evaluate.

        send-the-notice.
            move "N" to wk-sent-flag
            accept wk-today from date yyyymmdd
            accept wk-now from time
            perform build-the-notice

            move np-ntfp-routing-key to ntf-routing-key
            move function length(function trim(ntf-routing-key))
                    to ntf-routing-key-len

            if ntf-routing-key not = spaces
                call "RMQ0CONN" using "OPEN    ", broker-env, conn,
                            conn-rc
                end-call
                if conn-rc = 0
                    perform publish-the-notice
                else
                    move "no broker connection for notification"
                            to error-text
                    call "RMQ0ERR" using
                                "ACCT0NTF", "RMQ0CONN                ",
                                conn-rc, ntf-exchange,
                                ntf-routing-key, error-text
                    end-call
                end-if
            end-if

            perform log-the-notice.

        build-the-notice.
            move spaces to nb-ntf-body
            move lk-acct-number to nb-ntf-acct-number
            move wk-kind        to nb-ntf-kind
            move lk-dc          to nb-ntf-dc
            move lk-amount      to nb-ntf-amount
            move lk-new-balance to nb-ntf-new-balance
            move wk-threshold   to nb-ntf-threshold
            move lk-msg-id      to nb-ntf-posting-msg-id
            move lk-source      to nb-ntf-source
            string wk-today-yyyy delimited by size
                   "-" delimited by size
                   wk-today-mm delimited by size
                   "-" delimited by size
                   wk-today-dd delimited by size
                   into nb-ntf-date
            end-string
            string wk-now-hh delimited by size
                   ":" delimited by size
                   wk-now-mi delimited by size
                   ":" delimited by size
                   wk-now-ss delimited by size
                   into nb-ntf-time
            end-string

            move spaces to ev-envelope
            string "NTF" delimited by size
                   wk-kind-code delimited by size
                   "-" delimited by size
                   wk-today delimited by size
                   wk-now delimited by size
                   lk-acct-number delimited by size
                   into ev-env-msg-id
            end-string
            move "BALANCE-NOTIFY" to ev-env-msg-type
            move 1 to ev-env-schema-ver
            move "ACCT0NTF" to ev-env-caller-id
            move nb-ntf-date to ev-env-produced-date
            move nb-ntf-time to ev-env-produced-time
            move wk-ntf-body-len to ev-env-body-len
            move nb-ntf-body(1:wk-ntf-body-len) to ev-env-body.

       *> the NOTIFY class says how the message is carried; the
       *> sequence is taken only for a message actually offered.
       *> Not mandatory: a returned message would land on a channel
       *> some other program may be consuming on.
        publish-the-notice.
            call "RMQ0SEQ" using ntf-routing-key, ev-env-sequence
            end-call

            compute wk-msg-len = wk-env-header-len + wk-ntf-body-len
            move spaces to wk-pub-buffer
            move ev-envelope(1:wk-msg-len)
                    to wk-pub-buffer(1:wk-msg-len)
            call "RMQ0MSIG" using "SIGN    ", wk-pub-buffer, wk-msg-len,
                        wk-msg-signature, wk-sign-outcome
            end-call

            call "RMQ0MSGC" using msg-class, delivery-mode,
                        content-type, msgcls-rc
            end-call
            call "RMQ0PROP" using delivery-mode, content-type,
                        rmq-no-name, rmq-no-name, app-id,
                        msg-timestamp, props
            end-call

            call "RMQ_PUBLISH" using
                            by value conn
                            by reference ntf-exchange
                            by value ntf-exchange-len
                            by reference ntf-routing-key
                            by value ntf-routing-key-len
                            by value 0
                            by value 0
                            by reference wk-pub-buffer
                            by value wk-msg-len
                            by value props
                            giving rv

            call "RMQ_PROPS_FREE" using by value props

            if rv = 0
                call "RMQ_STRERROR" using
                            by value conn
                            by reference error-text
                            by value 50
                end-call
                call "RMQ0ERR" using
                            "ACCT0NTF", "RMQ_PUBLISH             ", rv,
                            ntf-exchange, ntf-routing-key, error-text
                end-call
            else
                set wk-notice-sent to true
            end-if.

        log-the-notice.
            move spaces to nl-ntfl-entry
            move nb-ntf-date         to nl-ntfl-date
            move nb-ntf-time         to nl-ntfl-time
            move lk-acct-number      to nl-ntfl-acct-number
            move wk-kind             to nl-ntfl-kind
            move ev-env-msg-id       to nl-ntfl-msg-id
            move lk-msg-id           to nl-ntfl-posting-msg-id
            move lk-source           to nl-ntfl-source
            move lk-dc               to nl-ntfl-dc
            move lk-amount           to nl-ntfl-amount
            move lk-new-balance      to nl-ntfl-new-balance
            move np-ntfp-routing-key to nl-ntfl-routing-key
            if wk-notice-sent
                move "SENT" to nl-ntfl-result
            else
                move "FAILED" to nl-ntfl-result
            end-if

            open extend acctntfl-file
            if not acctntfl-ok
                open output acctntfl-file
            end-if
            write nl-ntfl-entry
            close acctntfl-file.

        end program acct0ntf.
