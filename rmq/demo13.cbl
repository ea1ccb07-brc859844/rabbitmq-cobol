       *> refused it instead of aging us on their own report.
       *> Garbage with no believable msg-id gets no ack; it proves
       *> nothing either way.
       *>
       *> Every message is checked through RMQ0MSIG before its
       *> envelope is believed: one whose signature does not verify
       *> against the sender's RMQKEYSTORE key -- or that comes
       *> unsigned from a partner that signs -- is rejected BADSIGN
       *> and never filed, routed or acked.  The signature rides on
       *> the reject file and the consume audit trail as evidence,
       *> and our own acks go out signed.
       *>
       *> A partner that can't consume AMQP (ptnr-delivery F on
       *> PTNRMST) sends its traffic as a delivery file (rmqfdlv.cpy)
       *> instead, and RMQCONSFILE names the file to load in place of
       *> draining a queue.  The file is proved whole before any of it
       *> is believed -- a header for an active file-delivery
       *> partner, direction IN, details numbered 1 up without a gap,
       *> and a trailer whose count and byte total agree -- and a file
       *> that fails is refused outright (return code recon-break)
       *> with nothing loaded.  Each detail is then handled exactly as
       *> a message off the queue would be, the file name standing in
       *> for the queue name -- except that a detail whose envelope
       *> caller-id isn't the header's partner is rejected CALLERID.
       *> The partner's own SERVICE-ACKs travel in the same file and
       *> go to the RMQACKS ledger the way ACKDRAIN files them.  Our
       *> acks to a file partner go to the partner's exchange and
       *> routing key on PTNRMST (RMQACKEXCH / RMQACKKEY still
       *> override), with ".ack" in place of a trailing wildcard;
       *> they are not published to the broker but audited and
       *> spooled by RMQ0AUD, so PTNRFOUT returns them in the
       *> partner's next outbound file.  No broker connection is
       *> made in file mode.

        environment division.
        input-output section.
            select rmqseqseen-file assign to "RMQSEQSEEN"
                organization line sequential
                file status is rmqseqseen-status.
            select ptnrmst-file assign to "PTNRMST"
                organization indexed
                access mode random
                record key pm-ptnr-id
                file status is ptnrmst-status.
            select rmqfdlvin-file assign using wk-in-file-name
                organization line sequential
                file status is rmqfdlvin-status.
            select rmqacks-file assign to "RMQACKS"
                organization line sequential
                file status is rmqacks-status.

        data division.
        file section.
        01  ro-route-record        pic x(200).
        fd  rmqseqseen-file.
            copy rmqseqm replacing ==:pfx:== by ==fs==.
        fd  ptnrmst-file.
            copy rmqptnr replacing ==:pfx:== by ==pm==.
        fd  rmqfdlvin-file.
            copy rmqfdlv replacing ==:pfx:== by ==fi==.
        fd  rmqacks-file.
            copy rmqack replacing ==:pfx:== by ==fk==.

        working-storage section.

        01  route-status           pic xx.
            88 route-ok            value "00", "05".

        01  ptnrmst-status         pic xx.
            88 ptnrmst-ok          value "00".
        01  rmqfdlvin-status       pic xx.
            88 rmqfdlvin-ok        value "00".
            88 rmqfdlvin-eof       value "10".
        01  rmqacks-status         pic xx.
            88 rmqacks-ok          value "00", "05".

       *> file mode -- the partner delivery file RMQCONSFILE names,
       *> what proving it found, and the partner it came from
        01  wk-file-mode-flag      pic x(1) value "N".
            88 wk-file-mode        value "Y".
        01  wk-in-file-name        pic x(50) value spaces.
        01  wk-file-partner-id     pic x(8).
        01  wk-file-ptnr-exchange  pic x(50).
        01  wk-file-ptnr-key       pic x(50).
        01  wk-file-key-len        binary-long.
        01  wk-proof-reason        pic x(40).
        01  wk-proof-state         pic x(1).
            88 wk-proof-in-details value "D".
            88 wk-proof-at-trailer value "T".
        01  wk-proof-seq           binary-long.
        01  wk-proof-bytes         pic 9(15).
        01  wk-proof-count         pic 9(9).
        01  wk-ptnr-ackfiled-count binary-long value 0.
        01  wk-ptnr-ackdrop-count  binary-long value 0.

       *> in-memory copy of the RMQINMAP inbound fan-out map, loaded
       *> once at startup; a msg-type with no row routes to the
       *> RMQCATCHALL file
        01  wk-copy-body-len       binary-long.
        01  wk-schema-flag         pic x(1).
            88 wk-schema-ok        value "Y".
        01  wk-msg-signature       pic x(32).
        01  wk-sign-outcome        pic x(8).
            88 wk-sign-refused     value "BADSIGN".
        01  wk-caud-disp           pic x(8).

       *> per-routing-key sequence tracking: the last env-sequence
       *> seen for each key, durable on RMQSEQSEEN across drain
        01  wk-ack-status          pic x(8).
        01  wk-ack-body-len        binary-long value 44.
        01  wk-ack-msg-len         binary-long.
        01  wk-ack-buffer          pic x(334).
        01  wk-ack-signature       pic x(32).
        01  wk-ack-sign-outcome    pic x(8).
        01  wk-ack-seq             binary-long value 0.
        01  wk-ack-seq-disp        pic 9(9).
        01  wk-acked-count         binary-long value 0.
                        wk-runh-in, wk-runh-out
            end-call
            perform load-environment
            perform load-delivery-file
            if not wk-file-mode
                perform load-queue-name
            end-if
            perform load-ack-destination
            perform load-inbound-map
            perform load-seen-sequences
            if not wk-file-mode
                perform connect-to-broker
                perform enable-publisher-confirms
            end-if
            perform drain-the-queue
            perform disconnect-and-exit.

        load-ack-destination.
            if wk-file-mode
                move wk-file-ptnr-exchange to ack-exchange
                move wk-file-ptnr-key to ack-routing-key
                move function length(function trim(wk-file-ptnr-key))
                        to wk-file-key-len
                if wk-file-key-len > 0
                   and (wk-file-ptnr-key(wk-file-key-len:1) = "*"
                        or wk-file-ptnr-key(wk-file-key-len:1) = "#")
                    move "ack" to ack-routing-key(wk-file-key-len:3)
                end-if
            end-if

            display "RMQACKEXCH" upon environment-name
            accept wk-name-override from environment-value
                on exception
                stop run
            end-if

            if wk-file-mode
                perform load-the-file
            else
                perform consume-loop until wk-all-done
            end-if

            close rmqconsrpt-file
            close rmqconsrej-file
                    ", ack publish failures=" wk-ackfail-count
            display "demo13: sequence gaps=" wk-gap-count
                    ", out-of-order=" wk-ooo-count
            if wk-file-mode
                display "demo13: partner acks filed="
                        wk-ptnr-ackfiled-count
                        ", dropped=" wk-ptnr-ackdrop-count
            end-if

            perform save-seen-sequences.

                set wk-all-done to true
            else
                if msg-was-received
                    perform handle-the-message
                else
                    *> queue is empty -- this drain pass is done
                    set wk-all-done to true
                end-if
            end-if.

       *> one message, off the queue or out of a delivery file
        handle-the-message.
            perform validate-the-envelope
            if not wk-env-valid
                perform reject-the-message
            else
                call "RMQ0DUPE" using "CHECK   ",
                            wk-env-msg-id, wk-dup-flag
                end-call
                if wk-duplicate-msg
                    add 1 to wk-dup-count
                    call "RMQ0CAUD" using "DEMO13  ",
                                queue-name, msg-routing-key,
                                wk-env-msg-id, msg-len,
                                "DUPLICAT", msg-buffer,
                                wk-msg-signature
                    end-call
                else
                    if wk-file-mode
                       and ev-env-msg-type = "SERVICE-ACK"
                        perform file-the-partner-ack
                    else
                        perform process-the-message
                    end-if
                end-if
            end-if.

        process-the-message.
            perform check-the-sequence
            perform resolve-the-body
            if wk-body-resolved
                perform open-the-body
                if wk-body(1:1) = "{"
                    perform parse-the-json-body
                end-if
            end-if
            if not wk-body-resolved
                perform reject-the-message
                move "FAILED" to wk-ack-status
                perform publish-the-ack
            else
                perform write-consumer-record
                call "RMQ0DUPE" using "MARK    ",
                            wk-env-msg-id, wk-dup-flag
                end-call
                move "PROCESSD" to wk-ack-status
                perform publish-the-ack
            end-if.

       *> a file partner's answer to one of ours: filed on RMQACKS
       *> for ACKMATCH exactly as ACKDRAIN files one off the ack
       *> queue -- a body too short to cite a message is dropped --
       *> and never routed or acked back
        file-the-partner-ack.
            if ev-env-body-len < 44
                add 1 to wk-ptnr-ackdrop-count
                move "DROPPED " to wk-caud-disp
            else
                add 1 to wk-ptnr-ackfiled-count
                perform write-ack-entry
                call "RMQ0DUPE" using "MARK    ",
                            wk-env-msg-id, wk-dup-flag
                end-call
                move "FILED   " to wk-caud-disp
            end-if

            call "RMQ0CAUD" using "DEMO13  ", queue-name,
                        msg-routing-key, wk-env-msg-id, msg-len,
                        wk-caud-disp, msg-buffer, wk-msg-signature
            end-call.

        write-ack-entry.
            accept wk-today from date yyyymmdd
            accept wk-now from time

            move spaces to fk-ack-entry
            string wk-today-yyyy delimited by size
                   "-" delimited by size
                   wk-today-mm delimited by size
                   "-" delimited by size
                   wk-today-dd delimited by size
                   into fk-ackl-date
            end-string
            string wk-now-hh delimited by size
                   ":" delimited by size
                   wk-now-mi delimited by size
                   ":" delimited by size
                   wk-now-ss delimited by size
                   into fk-ackl-time
            end-string

            move msg-buffer(wk-env-header-len + 1:36)
                    to fk-ackl-orig-msg-id
            move msg-buffer(wk-env-header-len + 37:8)
                    to fk-ackl-status

            open extend rmqacks-file
            if not rmqacks-ok
                open output rmqacks-file
            end-if

            write fk-ack-entry

            close rmqacks-file.

       *> RMQCONSFILE names a partner delivery file to load instead
       *> of a queue to drain; the file is proved before anything
       *> else is set up, so a bad one costs nothing
        load-delivery-file.
            display "RMQCONSFILE" upon environment-name
            accept wk-in-file-name from environment-value
                on exception
                    move spaces to wk-in-file-name
            end-accept

            if wk-in-file-name not = spaces
                set wk-file-mode to true
                move wk-in-file-name to queue-name
                move function length(function trim(queue-name))
                        to queue-name-len
                display "demo13: loading delivery file "
                        function trim(wk-in-file-name)
                perform prove-the-file
            end-if.

        prove-the-file.
            open input rmqfdlvin-file
            if not rmqfdlvin-ok
                move rmq-rc-file-error to return-code
                display "demo13: unable to open delivery file "
                        function trim(wk-in-file-name)
                        ", status " rmqfdlvin-status
                stop run
            end-if

            move spaces to wk-proof-reason
            read rmqfdlvin-file
                at end
                    move "file is empty" to wk-proof-reason
            end-read

            if wk-proof-reason = spaces
                perform prove-the-header
            end-if

            if wk-proof-reason = spaces
                set wk-proof-in-details to true
                move 0 to wk-proof-seq
                move 0 to wk-proof-bytes
                perform prove-next-record
                    until wk-proof-reason not = spaces
                       or rmqfdlvin-eof
            end-if

            if wk-proof-reason = spaces
               and not wk-proof-at-trailer
                move "no trailer" to wk-proof-reason
            end-if

            close rmqfdlvin-file

            if wk-proof-reason not = spaces
                move rmq-rc-recon-break to return-code
                display "demo13: delivery file "
                        function trim(wk-in-file-name)
                        " refused, nothing loaded -- "
                        function trim(wk-proof-reason)
                stop run
            end-if

            display "demo13: delivery file from " wk-file-partner-id
                    " proved, " wk-proof-seq " message(s)".

        prove-the-header.
            if not fi-fdlh-is-header
                move "first record is not a header" to wk-proof-reason
            else
                if not fi-fdlh-inbound
                    move "header direction is not IN"
                            to wk-proof-reason
                else
                    move fi-fdlh-partner-id to wk-file-partner-id
                    perform find-the-file-partner
                end-if
            end-if.

        find-the-file-partner.
            open input ptnrmst-file
            if not ptnrmst-ok
                move rmq-rc-file-error to return-code
                display "demo13: unable to open PTNRMST, status "
                        ptnrmst-status
                stop run
            end-if

            move wk-file-partner-id to pm-ptnr-id
            read ptnrmst-file
                invalid key
                    move "partner is not on PTNRMST"
                            to wk-proof-reason
                not invalid key
                    if not pm-ptnr-active or not pm-ptnr-by-file
                        move "partner is not an active file partner"
                                to wk-proof-reason
                    else
                        move pm-ptnr-exchange to wk-file-ptnr-exchange
                        move pm-ptnr-routing-key to wk-file-ptnr-key
                    end-if
            end-read

            close ptnrmst-file.

        prove-next-record.
            read rmqfdlvin-file
                at end
                    set rmqfdlvin-eof to true
                not at end
                    if wk-proof-at-trailer
                        move "records after the trailer"
                                to wk-proof-reason
                    else
                        evaluate true
                            when fi-fdld-is-detail
                                perform prove-one-detail
                            when fi-fdlt-is-trailer
                                perform prove-the-trailer
                            when other
                                move "unknown record type"
                                        to wk-proof-reason
                        end-evaluate
                    end-if
            end-read.

        prove-one-detail.
            add 1 to wk-proof-seq
            if fi-fdld-seq not numeric
               or fi-fdld-seq not = wk-proof-seq
                move "detail out of sequence" to wk-proof-reason
            else
                if fi-fdld-msg-len not numeric
                   or fi-fdld-msg-len = 0
                   or fi-fdld-msg-len > 334
                    move "detail length is not 1 to 334"
                            to wk-proof-reason
                else
                    add fi-fdld-msg-len to wk-proof-bytes
                end-if
            end-if.

        prove-the-trailer.
            set wk-proof-at-trailer to true
            move wk-proof-seq to wk-proof-count
            if fi-fdlt-count not numeric
               or fi-fdlt-bytes not numeric
                move "trailer totals not numeric" to wk-proof-reason
            else
                if fi-fdlt-count not = wk-proof-count
                    move "trailer count does not agree"
                            to wk-proof-reason
                else
                    if fi-fdlt-bytes not = wk-proof-bytes
                        move "trailer byte total does not agree"
                                to wk-proof-reason
                    end-if
                end-if
            end-if.

       *> the proved file, detail by detail, through the same path
       *> a message off the queue takes
        load-the-file.
            open input rmqfdlvin-file
            if not rmqfdlvin-ok
                move rmq-rc-file-error to return-code
                display "demo13: unable to reopen delivery file "
                        function trim(wk-in-file-name)
            else
                perform load-next-detail
                    until rmqfdlvin-eof
                close rmqfdlvin-file
            end-if.

        load-next-detail.
            read rmqfdlvin-file
                at end
                    set rmqfdlvin-eof to true
                not at end
                    if fi-fdld-is-detail
                        move spaces to msg-buffer
                        move fi-fdld-msg-len to msg-len
                        move fi-fdld-message(1:msg-len)
                                to msg-buffer(1:msg-len)
                        move fi-fdld-routing-key to msg-routing-key
                        move spaces to msg-reply-to
                        move spaces to msg-correlation-id
                        perform handle-the-message
                    end-if
            end-read.

       *> everything this queue receives is published through the
       *> rmqenv conventions, so the 98-byte envelope header is
       *> mandatory here: too short, a body-len that doesn't account
            move "N" to wk-env-valid-flag
            move spaces to wk-reject-reason

       *> the signature is checked, and its trailer taken off, before
       *> anything else in the envelope is believed
            call "RMQ0MSIG" using "VERIFY  ", msg-buffer, msg-len,
                        wk-msg-signature, wk-sign-outcome
            end-call

            if wk-sign-refused
                move "BADSIGN" to wk-reject-reason
            else
                perform validate-the-header
            end-if.

        validate-the-header.
            if msg-len < wk-env-header-len
                move "SHORTMSG" to wk-reject-reason
            else
                        if not wk-schema-ok
                            move "BADVER" to wk-reject-reason
                        else
                            perform validate-the-caller
                        end-if
                    end-if
                end-if
            end-if.

       *> a delivery file speaks for the one partner its header
       *> names -- a detail claiming to come from anyone else would
       *> be filed, acked and entitled as that other caller
        validate-the-caller.
            if wk-file-mode
               and ev-env-caller-id not = wk-file-partner-id
                move "CALLERID" to wk-reject-reason
            else
                set wk-env-valid to true
                move ev-env-msg-id to wk-env-msg-id
            end-if.

       *> FUNCTION INTEGER-OF-DATE answers 0 for anything that isn't
       *> a real calendar date, which covers the month-13 and
       *> february-30 cases a digit-by-digit check would miss
                move msg-buffer(1:wk-copy-len) to fr-crej-message
            end-if

            move wk-msg-signature to fr-crej-signature

            write fr-crej-entry

            display "demo13: rejected message from "
                    function trim(msg-routing-key)
                    " reason " wk-reject-reason

            if wk-sign-refused
                move "BADSIGN " to wk-caud-disp
            else
                move "REJECTED" to wk-caud-disp
            end-if
            call "RMQ0CAUD" using "DEMO13  ", queue-name,
                        msg-routing-key, wk-env-msg-id, msg-len,
                        wk-caud-disp, msg-buffer, wk-msg-signature
            end-call.

       *> an ordinary message's body is right there in the buffer; a
       *> RMQ0CAUD masks its own logged copy
            call "RMQ0CAUD" using "DEMO13  ", queue-name,
                        msg-routing-key, wk-env-msg-id, msg-len,
                        "FILED   ", msg-buffer, wk-msg-signature
            end-call

            perform route-the-message.
            move spaces to wk-ack-buffer
            move ka-envelope(1:wk-ack-msg-len)
                    to wk-ack-buffer(1:wk-ack-msg-len)
            call "RMQ0MSIG" using "SIGN    ", wk-ack-buffer,
                        wk-ack-msg-len, wk-ack-signature,
                        wk-ack-sign-outcome
            end-call

            if wk-file-mode
                perform spool-the-ack
            else
                perform send-the-ack
            end-if.

       *> a file partner's ack rides back in their outbound file:
       *> RMQ0AUD audits it and, the destination being theirs,
       *> spools it for PTNRFOUT
        spool-the-ack.
            add 1 to wk-acked-count

            call "RMQ0AUD" using "DEMO13  ", ack-exchange,
                        ack-routing-key, wk-ack-msg-len,
                        wk-delivery-mode, wk-ack-buffer
            end-call.

        send-the-ack.
            call "RMQ_PUBLISH" using
                            by value conn
                            by reference ack-exchange
       *> capture the final return code before the CLOSE call chain
       *> can overwrite the shared register
            move return-code to wk-runh-rc
            if not wk-file-mode
                call "RMQ0CONN" using "CLOSE   ", broker-env, conn,
                            conn-rc
                end-call
            end-if
            compute wk-runh-out = wk-routed-count + wk-catchall-count
            call "RMQ0RUNH" using "END     ", "DEMO13  ", wk-runh-rc,
                        wk-drained-count, wk-runh-out
