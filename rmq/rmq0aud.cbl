       *> rmq0aud appends one entry to the durable RMQAUDIT file for
       *> every message a caller has just published successfully --
       *> the RMQ0ERR of the happy path.  DEMO01, DEMO05 and DEMO06 all
       *> call this right after a successful RMQ_PUBLISH.  The
       *> RMQ0MSIG signature the message went out under is taken off
       *> its trailer into aud-signature, whole, however much of the
       *> message itself the entry has room for.
       *>
       *> A message published to the exchange and routing key of a
       *> partner that takes its traffic as a file (ptnr-delivery F on
       *> PTNRMST) also goes whole and unmasked to the RMQFDLVSPL
       *> spool, for PTNRFOUT to gather into that partner's dated
       *> delivery file.  The file partners are read off the partner
       *> master once, on the first call of the run.

        environment division.
        input-output section.
            select rmqaudit-file assign to "RMQAUDIT"
                organization line sequential
                file status is rmqaudit-status.
            select ptnrmst-file assign to "PTNRMST"
                organization indexed
                access mode sequential
                record key pm-ptnr-id
                file status is ptnrmst-status.
            select rmqfdlvspl-file assign to "RMQFDLVSPL"
                organization line sequential
                file status is rmqfdlvspl-status.

        data division.
        file section.
        fd  rmqaudit-file.
            copy rmqaudit replacing ==:pfx:== by ==fp==.
        fd  ptnrmst-file.
            copy rmqptnr replacing ==:pfx:== by ==pm==.
        fd  rmqfdlvspl-file.
            copy rmqfspl replacing ==:pfx:== by ==fs==.

        working-storage section.
        01  rmqaudit-status        pic xx.
            88 rmqaudit-ok         value "00", "05".
        01  ptnrmst-status         pic xx.
            88 ptnrmst-ok          value "00".
            88 ptnrmst-eof         value "10".
        01  rmqfdlvspl-status      pic xx.
            88 rmqfdlvspl-ok       value "00", "05".

       *> the partners that take their traffic as a file, and the
       *> exchange and routing key that mark a message as theirs; a
       *> key ending * or # claims every key it prefixes
        01  wk-fdlv-loaded-flag    pic x(1) value "N".
            88 wk-fdlv-loaded      value "Y".
        01  fdlv-table.
            05 fdlv-count          binary-long value 0.
            05 fdlv-entry          occurs 20 times.
                10 fdlv-partner-id     pic x(8).
                10 fdlv-exchange       pic x(50).
                10 fdlv-routing-key    pic x(50).
                10 fdlv-prefix-len     binary-long.
        01  wk-fdlv-idx            binary-long.
        01  wk-fdlv-found-idx      binary-long.
        01  wk-key-len             binary-long.
        01  wk-spool-rc            binary-long value 0.
        01  wk-spool-error         pic x(100).

        01  wk-scrub-idx            binary-long.
        01  wk-sig-len              binary-long.
        01  wk-sig-outcome          pic x(8).


       *> masking scratch for the RMQMASK rules -- the logged copy
        01  lk-routing-key         pic x(50).
        01  lk-msg-len             binary-long.
        01  lk-delivery-mode       binary-char.
        01  lk-message             pic x(334).

        procedure division using lk-program, lk-exchange,
                    lk-routing-key,
            move lk-delivery-mode to fp-aud-delivery-mode
            move lk-message       to fp-aud-message

            move lk-msg-len to wk-sig-len
            call "RMQ0MSIG" using "EXTRACT ", lk-message, wk-sig-len,
                        fp-aud-signature, wk-sig-outcome
            end-call

            perform mask-the-entry
            perform scrub-the-record


            close rmqaudit-file

            if not wk-fdlv-loaded
                perform load-file-partners
            end-if
            if fdlv-count > 0
                perform spool-for-file-partner
            end-if

            goback.

       *> callers reach this logger with literal and figurative
                end-if
            end-if.

        load-file-partners.
            set wk-fdlv-loaded to true
            open input ptnrmst-file

            if ptnrmst-ok
                perform read-next-partner
                    with test after
                    until ptnrmst-eof
                close ptnrmst-file
            end-if.

        read-next-partner.
            read ptnrmst-file next
                at end
                    set ptnrmst-eof to true
                not at end
                    if pm-ptnr-active and pm-ptnr-by-file
                       and fdlv-count < 20
                        add 1 to fdlv-count
                        move pm-ptnr-id
                                to fdlv-partner-id(fdlv-count)
                        move pm-ptnr-exchange
                                to fdlv-exchange(fdlv-count)
                        move pm-ptnr-routing-key
                                to fdlv-routing-key(fdlv-count)
                        move function length(function trim(
                                pm-ptnr-routing-key)) to wk-key-len
                        if wk-key-len > 0
                           and (pm-ptnr-routing-key(wk-key-len:1) = "*"
                                or pm-ptnr-routing-key(wk-key-len:1)
                                   = "#")
                            compute fdlv-prefix-len(fdlv-count) =
                                wk-key-len - 1
                        else
                            move -1 to fdlv-prefix-len(fdlv-count)
                        end-if
                    end-if
            end-read.

       *> the spool keeps the published bytes as they were -- only
       *> what lies past the caller's message is blanked, for the
       *> same reason the audit record is scrubbed
        spool-for-file-partner.
            move 0 to wk-fdlv-found-idx
            perform match-one-file-partner
                varying wk-fdlv-idx from 1 by 1
                until wk-fdlv-idx > fdlv-count
                   or wk-fdlv-found-idx > 0

            if wk-fdlv-found-idx > 0
               and lk-msg-len > 334
                perform refuse-the-spool-entry
            end-if

            if wk-fdlv-found-idx > 0
               and lk-msg-len <= 334
                move spaces to fs-fspl-entry
                move fp-aud-date      to fs-fspl-date
                move fp-aud-time      to fs-fspl-time
                move fdlv-partner-id(wk-fdlv-found-idx)
                        to fs-fspl-partner-id
                move lk-program       to fs-fspl-program
                move lk-exchange      to fs-fspl-exchange
                move lk-routing-key   to fs-fspl-routing-key
                move lk-msg-len       to fs-fspl-msg-len
                if lk-msg-len > 0
                    move lk-message(1:lk-msg-len)
                            to fs-fspl-message(1:lk-msg-len)
                end-if

                open extend rmqfdlvspl-file
                if not rmqfdlvspl-ok
                    open output rmqfdlvspl-file
                end-if

                write fs-fspl-entry
                if not rmqfdlvspl-ok
                    display "rmq0aud: file delivery spool write "
                            "failed, status " rmqfdlvspl-status
                            " -- partner "
                            fdlv-partner-id(wk-fdlv-found-idx)
                end-if

                close rmqfdlvspl-file
            end-if.

       *> an assembled multi-record set is longer than the spool's
       *> 334 bytes; a cut-down copy would reach the partner as a
       *> detail that proves clean and is wrong, so it is not spooled
       *> at all but called out for the partner to be sent by hand
        refuse-the-spool-entry.
            move lk-msg-len to wk-spool-rc
            move spaces to wk-spool-error
            string "message too large for the file delivery spool "
                        delimited by size
                   "-- not spooled for partner " delimited by size
                   fdlv-partner-id(wk-fdlv-found-idx)
                        delimited by size
                   into wk-spool-error
            end-string
            display "rmq0aud: " function trim(wk-spool-error)
                    ", " lk-msg-len " bytes on "
                    function trim(lk-routing-key)
            call "RMQ0ERR" using lk-program, "RMQFDLVSPL              ",
                        wk-spool-rc, lk-exchange, lk-routing-key,
                        wk-spool-error
            end-call.

        match-one-file-partner.
            if fdlv-exchange(wk-fdlv-idx) = lk-exchange
                if fdlv-prefix-len(wk-fdlv-idx) = 0
                   or (fdlv-prefix-len(wk-fdlv-idx) < 0
                       and fdlv-routing-key(wk-fdlv-idx)
                           = lk-routing-key)
                   or (fdlv-prefix-len(wk-fdlv-idx) > 0
                       and fdlv-routing-key(wk-fdlv-idx)
                               (1:fdlv-prefix-len(wk-fdlv-idx))
                           = lk-routing-key
                               (1:fdlv-prefix-len(wk-fdlv-idx)))
                    move wk-fdlv-idx to wk-fdlv-found-idx
                end-if
            end-if.

        scrub-the-record.
            perform scrub-one-byte
                varying wk-scrub-idx from 1 by 1
