       *> is quarantined to RMQQUAR after RMQMAXATT attempts.  Run it
       *> as the original drain pass or, with RMQDISPMODE=DAEMON, as
       *> a long-running service that heartbeats and shuts down
       *> cleanly when an operator leaves a stop file or sends STOP.
       *> Adding a service means adding a line to RMQSVCRG, not a new
       *> branch in here.
       *>
       *> In daemon mode the dispatcher also serves its own control
       *> queue: RELOAD re-reads the service registry and queue list
       *> in place, PAUSE and RESUME gate consumption, STOP shuts it
       *> down cleanly, and STATS answers the requester's reply-to
       *> queue with the running counters -- so registering a new
       *> service no longer means bouncing the daemon and taking an
       *> outage for every in-flight consumer.
       *>
       *> Any number of daemons can serve the same queues side by
       *> side.  Each runs under an instance id (RMQDISPID, default
       *> DISP01; a drain pass journals as DRAIN), registers itself
       *> on the DISPREG instance registry (rmqdreg.cpy), and keeps
       *> its heartbeat and counters on its own registry record.  Its
       *> control queue is the RMQDISPCTLQ name (default
       *> cobol-dispatch-control) suffixed with the id -- declared at
       *> start-up and purged of commands meant for an earlier run --
       *> so DISPCTL can address one instance or every live one.  An
       *> RMQDISPSTOP.<id> file stops that instance; an RMQDISPSTOP
       *> file stops them all, and the last one down removes it.
       *> Every RMQSVCJRN entry carries the instance that handled it.
       *>
       *> A service can be closed: outside its RMQSVCHRS operating
       *> hours, inside a planned outage window there, or while a
       *> batch job that rewrites its files holds it closed.  RMQ0SVCH
       *> decides, after the entitlement check and before the handler
       *> is called; a closed request gets a typed CLOSED reply
       *> (rmqclsrp.cpy) saying when the service reopens and is
       *> journaled with its own CLOSED outcome.  A caller that has
       *> used up its RMQQUOTA allowance on a service for the day or
       *> the minute, as counted through RMQ0QUOT, gets a typed
       *> THROTTLD reply (rmqthrrp.cpy) and a THROTTLD journal line
       *> the same way.  RELOAD re-reads the hours and quota tables
       *> with the registry.
       *>
       *> Every message is put through RMQ0MSIG before anything
       *> believes its envelope: the signature trailer comes off and
       *> is checked against the caller's RMQKEYSTORE key (or ours,
       *> for our own traffic).  One that does not verify -- altered
       *> on the way, or unsigned from a caller that signs -- is never
       *> handed to a service: the caller gets a typed BADSIGN reply
       *> and it is journaled with its own BADSIGN outcome.  The
       *> signature goes on RMQSVCJRN and RMQCAUDIT as the evidence.

        environment division.
        input-output section.
            select stop-file assign to "RMQDISPSTOP"
                organization line sequential
                file status is stop-file-status.
            select own-stop-file assign using wk-own-stop-name
                organization line sequential
                file status is own-stop-status.
            select rmqdispq-file assign to "RMQDISPQ"
                organization line sequential
                file status is rmqdispq-status.
            select dispreg-file assign to "DISPREG"
                organization indexed
                access mode dynamic
                record key fr-dreg-instance-id
                file status is dispreg-status.

        data division.
        file section.
            copy rmqquar replacing ==:pfx:== by ==fq==.
        fd  stop-file.
        01  fs-stop-record         pic x(8).
        fd  own-stop-file.
        01  fs-own-stop-record     pic x(8).
        fd  rmqdispq-file.
            copy rmqdispq replacing ==:pfx:== by ==fd==.
        fd  dispreg-file.
            copy rmqdreg replacing ==:pfx:== by ==fr==.

        working-storage section.


        01  stop-file-status        pic xx.
            88 stop-file-present    value "00".
        01  own-stop-status         pic xx.
            88 own-stop-present     value "00".

        01  dispreg-status          pic xx.
            88 dispreg-ok           value "00".
            88 dispreg-eof          value "10".

       *> RMQDISPMODE picks between the original drain-and-exit pass
       *> (DRAIN, the default) and the long-running service (DAEMON)
       *> that keeps consuming until an operator stops it
        01  wk-disp-mode            pic x(6) value "DRAIN".
            88 wk-daemon-mode       value "DAEMON".

       *> who this dispatcher is among the ones running -- the key of
       *> its DISPREG record and the suffix of its control queue and
       *> stop file
        01  wk-instance-id          pic x(8) value spaces.
        01  wk-own-stop-name        pic x(20).
        01  wk-rm-command           pic x(30).
        01  wk-registered-flag      pic x(1) value "N".
            88 wk-registered        value "Y".
        01  wk-dreg-found-flag      pic x(1).
            88 wk-dreg-found        value "Y".
        01  wk-shared-stop-flag     pic x(1) value "N".
            88 wk-shared-stop-seen  value "Y".
        01  wk-other-live           binary-long.
        01  wk-stale-cmd-count      binary-long value 0.
        01  wk-stamp-date           pic x(10).
        01  wk-stamp-time           pic x(8).

       *> heartbeat age, for telling a live registration from one a
       *> dead dispatcher left behind
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

        01  wk-hb-interval-secs     binary-long value 60.
        01  wk-hbsecs-text          pic x(4).
        01  wk-hb-last-secs         binary-long value 0.
       *> the daemon's own control channel -- commands arrive as
       *> plain text on their own queue and never mix with business
       *> traffic
        01  ctl-queue-base         pic x(40)
                                   value "cobol-dispatch-control".
        01  ctl-queue-name         pic x(50).
        01  ctl-queue-name-len     binary-long.
        01  ctl-timeout-ms         binary-long value 10.
        01  ctl-received-flag      pic x(1).
        01  wk-deny-reply          pic x(44) value
            "DENIED: caller not entitled to this service".
        01  wk-deny-reply-len      binary-long value 43.
        01  wk-msg-signature       pic x(32).
        01  wk-received-len        binary-long.
        01  wk-sign-outcome        pic x(8).
            88 wk-sign-refused     value "BADSIGN".
        01  wk-badsign-reply       pic x(41) value
            "BADSIGN: message signature did not verify".
        01  wk-badsign-reply-len   binary-long value 41.
        01  wk-svc-open-flag       pic x(1).
            88 wk-service-open     value "Y".
            copy rmqclsrp replacing ==:pfx:== by ==wk-cr==.
        01  wk-quota-flag          pic x(1).
            88 wk-quota-allowed    value "Y".
            copy rmqthrrp replacing ==:pfx:== by ==wk-tr==.

       *> scratch for the RMQ0CRYP field cipher -- an enveloped
       *> request's body is opened into a separate clear copy that
            perform load-dispatch-mode
            perform load-max-attempts
            perform connect-to-broker
            if wk-daemon-mode
                perform register-the-instance
                perform open-the-control-queue
            end-if
            perform load-service-registry
            perform load-queue-list
            perform load-attempt-store
                move "DRAIN" to wk-disp-mode
            end-if

            display "RMQDISPID" upon environment-name
            accept wk-instance-id from environment-value
                on exception
                    move spaces to wk-instance-id
            end-accept
            if wk-instance-id = spaces
                if wk-daemon-mode
                    move "DISP01" to wk-instance-id
                else
                    move "DRAIN" to wk-instance-id
                end-if
            end-if
            move spaces to wk-own-stop-name
            string "RMQDISPSTOP." delimited by size
                   wk-instance-id delimited by space
                   into wk-own-stop-name
            end-string

            display "RMQDISPCTLQ" upon environment-name
            accept ctl-queue-base from environment-value
                on exception
                    move "cobol-dispatch-control" to ctl-queue-base
            end-accept
            if ctl-queue-base = spaces
                move "cobol-dispatch-control" to ctl-queue-base
            end-if
            move spaces to ctl-queue-name
            string ctl-queue-base delimited by space
                   "." delimited by size
                   wk-instance-id delimited by space
                   into ctl-queue-name
            end-string

            display "RMQHBSECS" upon environment-name
            accept wk-hbsecs-text from environment-value
                    function numval(wk-hbsecs-text)
            end-if

            display "dispatch mode: " wk-disp-mode
                    " instance: " wk-instance-id.

        load-max-attempts.
            display "RMQMAXATT" upon environment-name
                end-if
            end-if.

       *> the instance claims its id on DISPREG.  An id whose holder
       *> is still beating is refused -- two dispatchers under one id
       *> is exactly the confusion the registry exists to end -- but
       *> a RUNNING record gone stale was left by a dispatcher that
       *> died, and is taken over.
        register-the-instance.
            open i-o dispreg-file
            if not dispreg-ok
                open output dispreg-file
                close dispreg-file
                open i-o dispreg-file
            end-if

            if not dispreg-ok
                move rmq-rc-file-error to return-code
                display "rmqdisp: unable to open instance registry, "
                        "status " dispreg-status
                perform disconnect-and-exit
            end-if

            move "N" to wk-dreg-found-flag
            move wk-instance-id to fr-dreg-instance-id
            read dispreg-file
                invalid key
                    continue
                not invalid key
                    set wk-dreg-found to true
            end-read

            if wk-dreg-found and fr-dreg-running
                perform age-the-heartbeat
                if not wk-hb-stale
                    close dispreg-file
                    move rmq-rc-bad-parm to return-code
                    display "rmqdisp: instance " wk-instance-id
                            " is already running -- start this one "
                            "under another RMQDISPID"
                    perform disconnect-and-exit
                end-if
                display "rmqdisp: taking over the stale registration "
                        "of instance " wk-instance-id
            end-if

            perform stamp-the-clock
            move spaces to fr-dreg-record
            move wk-instance-id      to fr-dreg-instance-id
            move "RUNNING"           to fr-dreg-status
            move ctl-queue-name      to fr-dreg-ctl-queue
            move wk-stamp-date       to fr-dreg-started-date
            move wk-stamp-time       to fr-dreg-started-time
            move wk-stamp-date       to fr-dreg-hb-date
            move wk-stamp-time       to fr-dreg-hb-time
            move wk-hb-interval-secs to fr-dreg-hb-secs
            move 0                   to fr-dreg-dispatched
            move 0                   to fr-dreg-quarantined
            move 0                   to fr-dreg-duplicates
            move "N"                 to fr-dreg-paused

            if wk-dreg-found
                rewrite fr-dreg-record
            else
                write fr-dreg-record
            end-if

            if not dispreg-ok
                close dispreg-file
                move rmq-rc-file-error to return-code
                display "rmqdisp: unable to register instance "
                        wk-instance-id ", status " dispreg-status
                perform disconnect-and-exit
            end-if

            close dispreg-file
            set wk-registered to true
            display "rmqdisp: registered as instance " wk-instance-id.

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

       *> the instance's own control queue, declared if it isn't
       *> there yet and emptied of whatever was sent to an earlier
       *> run under this id -- a STOP left over from last night must
       *> not stop tonight's dispatcher the moment it starts
        open-the-control-queue.
            move function length(function trim(ctl-queue-name))
                    to ctl-queue-name-len
            call "RMQ_DECLARE_QUEUE" using
                            by value conn
                            by reference ctl-queue-name
                            by value ctl-queue-name-len
                            by value 0
                            by value 0
                            by value 0
                            by value 0
                            by value 0
                            by value 0
                            by value 0
                            giving rv

            if rv = 0
                call "RMQ_STRERROR" using
                            by value conn
                            by reference error-text
                            by value 50
                end-call

                move rmq-rc-declare-fail to return-code

                call "RMQ0ERR" using
                            "RMQDISP ", "RMQ_DECLARE_QUEUE       ",
                            rv, ctl-queue-name,
                            rmq-no-name, error-text
                end-call

                display error-text
                perform disconnect-and-exit
            end-if

            call "RMQ_PURGE_QUEUE" using
                            by value conn
                            by reference ctl-queue-name
                            by value ctl-queue-name-len
                            by reference wk-stale-cmd-count
                            giving rv

            display "rmqdisp: control queue "
                    function trim(ctl-queue-name).

       *> one quick poll of the control queue per loop -- operators
       *> run the dispatcher the way they run the broker, without
       *> bouncing it for configuration
        check-control-queue.
            call "RMQ_CONSUME_MESSAGE" using
                            by value conn
                            by reference ctl-queue-name
                            "registry and queue list"
                    perform load-service-registry
                    perform load-queue-list
                    call "RMQ0SVCH" using "RELOAD  ", msg-routing-key,
                                wk-svc-open-flag,
                                wk-cr-clsd-reopen-date,
                                wk-cr-clsd-reopen-time,
                                wk-cr-clsd-reason
                    end-call
                    call "RMQ0QUOT" using "RELOAD  ", cx-ctx-caller-id,
                                msg-routing-key, wk-quota-flag,
                                wk-tr-throttled-reply
                    end-call
                when "PAUSE   "
                    set wk-paused to true
                    display "rmqdisp: control PAUSE -- consumption "
                            "released"
                when "STATS   "
                    perform answer-the-stats
                when "STOP    "
                    set wk-all-done to true
                    display "rmqdisp: control STOP -- shutting down "
                            "after " wk-dispatched-count
                            " dispatched message(s)"
                when other
                    display "rmqdisp: control command "
                            function trim(ctl-command)
            end-if.

       *> an operator asks for a clean end-of-window shutdown by
       *> leaving a stop file where the dispatcher runs --
       *> RMQDISPSTOP.<id> for this instance, consumed with the
       *> request so the next start doesn't trip over it, or
       *> RMQDISPSTOP for every instance, left for the others to see
       *> and removed by the last one down
        check-operator-stop.
            open input own-stop-file
            if own-stop-present
                close own-stop-file
                move spaces to wk-rm-command
                string "rm -f " delimited by size
                       wk-own-stop-name delimited by space
                       into wk-rm-command
                end-string
                call "SYSTEM" using wk-rm-command
                end-call
                set wk-all-done to true
            end-if

            open input stop-file
            if stop-file-present
                close stop-file
                set wk-shared-stop-seen to true
                set wk-all-done to true
            end-if

            if wk-all-done
                display "rmqdisp: operator stop requested, shutting "
                        "down after " wk-dispatched-count
                        " dispatched message(s), duplicates skipped="
                perform stamp-the-heartbeat
            end-if.

       *> the beat goes on the instance's DISPREG record -- how the
       *> STATBRD board (and the overnight operator) sees each daemon
       *> is alive without its spool.  The registry is shared with
       *> the other instances, so it is only held open for the beat.
        stamp-the-heartbeat.
            perform stamp-the-clock
            open i-o dispreg-file
            if dispreg-ok
                move wk-instance-id to fr-dreg-instance-id
                read dispreg-file
                    invalid key
                        continue
                    not invalid key
                        move wk-stamp-date to fr-dreg-hb-date
                        move wk-stamp-time to fr-dreg-hb-time
                        perform post-the-counters
                        rewrite fr-dreg-record
                end-read
                close dispreg-file
            end-if.

        post-the-counters.
            move wk-dispatched-count to fr-dreg-dispatched
            move wk-quar-count       to fr-dreg-quarantined
            move wk-dup-count        to fr-dreg-duplicates
            move wk-paused-flag      to fr-dreg-paused.

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

        select-next-queue.
            add 1 to wk-q-idx
       *> NOHANDLR message must not inherit the previous message's
       *> envelope identity in the journals
            move spaces to cx-ctx-msg-id
            move spaces to cx-ctx-caller-id
            perform verify-the-signature
            move 1 to svc-idx
            perform find-registry-entry
                with test after
                    move "OVERSIZE" to wk-journal-outcome
                else
                    perform build-handler-context
                    if wk-sign-refused
                        move svc-program-id(svc-idx)
                                to wk-program-name
                        perform refuse-the-signature
                        move "BADSIGN" to wk-journal-outcome
                    else
                        perform screen-the-request
                    end-if
                end-if
            end-if
       *> mirror of RMQAUDIT
            call "RMQ0CAUD" using "RMQDISP ", queue-name,
                        msg-routing-key, cx-ctx-msg-id, msg-len,
                        wk-journal-outcome, msg-buffer,
                        wk-msg-signature
            end-call.

       *> a signed message that checks out, or an unsigned one from
       *> a caller with no key, goes on to the usual checks
        screen-the-request.
            perform check-the-schema-version
            if not wk-schema-ok
       *> wrong layout generation: take it out of circulation with
       *> its own journal outcome rather than parsing it wrong or
       *> letting it burn three dispatch attempts first
                move svc-program-id(svc-idx) to wk-program-name
                move 0 to wk-att-taken
                perform quarantine-the-message
                move "BADVERSN" to wk-journal-outcome
            else
                perform check-the-entitlement
                if not wk-caller-allowed
                    move svc-program-id(svc-idx) to wk-program-name
                    perform refuse-the-request
                    move "DENIED" to wk-journal-outcome
                else
                    perform admit-the-request
                end-if
            end-if.

       *> the trailer comes off msg-buffer here, whatever the
       *> outcome, so every later step sees the envelope as it was
       *> signed and the length it declares.  The bytes stay behind
       *> it, so the quarantine can still keep the message exactly
       *> as received.
        verify-the-signature.
            move msg-len to wk-received-len
            call "RMQ0MSIG" using "VERIFY  ", msg-buffer, msg-len,
                        wk-msg-signature, wk-sign-outcome
            end-call.

       *> the sender is told, the same way a denied caller is -- a
       *> partner whose key has drifted must not see a silent outage
        refuse-the-signature.
            if msg-reply-to not = spaces
                call "RMQ_PUBLISH" using
                            by value conn
                            by reference reply-exchange
                            by value 0
                            by reference msg-reply-to
                            by value function length(function
                                    trim(msg-reply-to))
                            by value 0
                            by value 0
                            by reference wk-badsign-reply
                            by value wk-badsign-reply-len
                            by value 0
                            giving rv
            end-if

            move spaces to error-text
            string "signature did not verify on " delimited by size
                   function trim(cx-ctx-msg-id) delimited by size
                   " from " delimited by size
                   function trim(cx-ctx-caller-id) delimited by size
                   into error-text
            end-string

            call "RMQ0ERR" using
                        "RMQDISP ", "DISPATCH                ",
                        0, rmq-no-name,
                        msg-routing-key, error-text
            end-call

            display error-text.

       *> an entitled caller is still turned away while the service
       *> is closed, or once it has used up its quota on it -- each
       *> with a typed reply saying when to come back
        admit-the-request.
            perform check-the-service-hours
            if not wk-service-open
                move svc-program-id(svc-idx) to wk-program-name
                perform answer-closed
                move "CLOSED" to wk-journal-outcome
            else
                perform check-the-quota
                if not wk-quota-allowed
                    move svc-program-id(svc-idx) to wk-program-name
                    perform answer-throttled
                    move "THROTTLD" to wk-journal-outcome
                else
                    perform gate-and-call-the-handler
                end-if
            end-if.

        gate-and-call-the-handler.
            call "RMQ0DUPE" using "CHECK   ", cx-ctx-msg-id,
                        wk-dup-flag

            display error-text.

       *> whether the service is open is the RMQSVCHRS table's
       *> decision, and any batch job holding it closed, through
       *> RMQ0SVCH -- a key with no hours, outages or closures is
       *> open around the clock
        check-the-service-hours.
            call "RMQ0SVCH" using "CHECK   ", msg-routing-key,
                        wk-svc-open-flag, wk-cr-clsd-reopen-date,
                        wk-cr-clsd-reopen-time, wk-cr-clsd-reason
            end-call.

       *> the caller gets a typed CLOSED reply saying when to try
       *> again -- the handler is never called, so nothing is half
       *> done and the request can simply be sent again
        answer-closed.
            move "CLOSED" to wk-cr-clsd-status
            move msg-routing-key to wk-cr-clsd-routing-key

            if msg-reply-to not = spaces
                call "RMQ_PUBLISH" using
                            by value conn
                            by reference reply-exchange
                            by value 0
                            by reference msg-reply-to
                            by value function length(function
                                    trim(msg-reply-to))
                            by value 0
                            by value 0
                            by reference wk-cr-closed-reply
                            by value function length(wk-cr-closed-reply)
                            by value 0
                            giving rv
            end-if

            if wk-cr-clsd-reopen-date = spaces
                display "rmqdisp: " function trim(msg-routing-key)
                        " closed -- "
                        function trim(wk-cr-clsd-reason)
            else
                display "rmqdisp: " function trim(msg-routing-key)
                        " closed until " wk-cr-clsd-reopen-date " "
                        wk-cr-clsd-reopen-time " -- "
                        function trim(wk-cr-clsd-reason)
            end-if.

       *> how much a caller may call is the RMQQUOTA table's
       *> decision, counted through RMQ0QUOT on the usage file every
       *> instance shares -- a caller and key with no allowance is
       *> counted but never held back
        check-the-quota.
            call "RMQ0QUOT" using "CHECK   ", cx-ctx-caller-id,
                        msg-routing-key, wk-quota-flag,
                        wk-tr-throttled-reply
            end-call.

       *> a runaway caller is told it is being held back and until
       *> when, so a well-behaved client can wait rather than retry
        answer-throttled.
            if msg-reply-to not = spaces
                call "RMQ_PUBLISH" using
                            by value conn
                            by reference reply-exchange
                            by value 0
                            by reference msg-reply-to
                            by value function length(function
                                    trim(msg-reply-to))
                            by value 0
                            by value 0
                            by reference wk-tr-throttled-reply
                            by value
                                function length(wk-tr-throttled-reply)
                            by value 0
                            giving rv
            end-if

            display "rmqdisp: caller " function trim(cx-ctx-caller-id)
                    " throttled on " function trim(msg-routing-key)
                    " -- " function trim(wk-tr-thr-quota) " limit "
                    wk-tr-thr-limit " reached, retry "
                    wk-tr-thr-retry-date " " wk-tr-thr-retry-time.

       *> only a message that arrived under a believable envelope
       *> has a version to check -- bare RPC request bodies pass
       *> untouched, as they always have
        journal-the-dispatch.
            call "RMQ0SJRN" using queue-name, msg-routing-key,
                        wk-program-name, msg-correlation-id, msg-len,
                        wk-olen, wk-svc-elapsed-ms, wk-journal-outcome,
                        wk-instance-id, wk-msg-signature,
                        cx-ctx-msg-id, cx-ctx-caller-id
            end-call.

        find-registry-entry.
            move msg-correlation-id    to fq-quar-correlation-id
            move cx-ctx-msg-id         to fq-quar-msg-id
            move wk-att-taken          to fq-quar-attempts
            move wk-received-len       to fq-quar-msg-len

            if wk-received-len > 334
                move msg-buffer(1:334) to fq-quar-message
            else
                if wk-received-len > 0
                    move msg-buffer(1:wk-received-len)
                            to fq-quar-message
                end-if
            end-if

            move return-code to wk-runh-rc
            call "RMQ0CONN" using "CLOSE   ", broker-env, conn, conn-rc
            end-call
            if wk-registered
                perform deregister-the-instance
            end-if
            if wk-shared-stop-seen
                perform release-the-shared-stop
            end-if
            compute wk-runh-out =
                wk-dispatched-count - wk-quar-count - wk-dup-count
            call "RMQ0RUNH" using "END     ", "RMQDISP ", wk-runh-rc,
            move wk-runh-rc to return-code
            stop run.

        deregister-the-instance.
            perform stamp-the-clock
            open i-o dispreg-file
            if dispreg-ok
                move wk-instance-id to fr-dreg-instance-id
                read dispreg-file
                    invalid key
                        continue
                    not invalid key
                        move "STOPPED"     to fr-dreg-status
                        move wk-stamp-date to fr-dreg-ended-date
                        move wk-stamp-time to fr-dreg-ended-time
                        perform post-the-counters
                        rewrite fr-dreg-record
                end-read
                close dispreg-file
            end-if
            move "N" to wk-registered-flag.

       *> the all-instances stop file stays until no other instance
       *> is still beating, so every one of them gets to see it
        release-the-shared-stop.
            move 0 to wk-other-live
            open input dispreg-file
            if dispreg-ok
                perform count-next-live-instance
                    with test after
                    until dispreg-eof
                close dispreg-file
            end-if

            if wk-other-live = 0
                call "SYSTEM" using "rm -f RMQDISPSTOP"
                end-call
            end-if.

        count-next-live-instance.
            read dispreg-file next
                at end
                    set dispreg-eof to true
                not at end
                    if fr-dreg-running
                       and fr-dreg-instance-id not = wk-instance-id
                        perform age-the-heartbeat
                        if not wk-hb-stale
                            add 1 to wk-other-live
                        end-if
                    end-if
            end-read.

        end program rmqdisp.
