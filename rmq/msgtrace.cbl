        identification division.
        program-id.    msgtrace.

       *> msgtrace answers "what happened to message X" in one run
       *> instead of ARCHINQ, CAUDINQ and a grep of every journal.
       *> Given an envelope msg-id in RMQTRACEID it first finds the
       *> messages linked to it -- the reversal ARCHMST names or that
       *> RMQAUDIT shows published citing it, or the original a
       *> REVERSAL cites; the resends RMQRESENDLOG pairs
       *> with it, or the original a resend stands for -- following
       *> each link found in turn, then reads every trail we keep for
       *> all of them:
       *>
       *>   RMQAUDIT / ARCHMST   published, republished, resent,
       *>                        reversed
       *>   RMQFAILED            publish not confirmed
       *>   RMQRESENDLOG         resend asked for, by whom and why
       *>   RMQDLXREV            dead-lettered
       *>   RMQQUAR              quarantined by the dispatcher
       *>   RMQCONSREJ           refused by the consumer
       *>   RMQCAUDIT / CAUDMST  consumed
       *>   RMQSVCJRN            dispatched to a service handler
       *>   ACCTPOST             posted to an account
       *>   RMQACKS              acknowledged by the partner
       *>
       *> The dead-letter, quarantine and service trails are matched
       *> on the correlation-id too, so an RPC call that carried the
       *> msg-id that way is found.  Every step lands in time order
       *> on the RMQTRACERPT lineage report (rmqtrce.cpy), one line
       *> each, to be handed to a partner or an auditor as it stands;
       *> the archives only fill in what the trails have since had
       *> trimmed.  A trail that isn't there is said so and skipped.

        environment division.
        input-output section.
        file-control.
            select archmst-file assign to "ARCHMST"
                organization indexed
                access mode random
                record key am-arch-msg-id
                alternate record key am-arch-date
                    with duplicates
                alternate record key am-arch-routing-key
                    with duplicates
                file status is archmst-status.
            select caudmst-file assign to "CAUDMST"
                organization indexed
                access mode random
                record key cm-carc-msg-id
                alternate record key cm-carc-date
                    with duplicates
                alternate record key cm-carc-routing-key
                    with duplicates
                file status is caudmst-status.
            select rmqaudit-file assign to "RMQAUDIT"
                organization line sequential
                file status is rmqaudit-status.
            select rmqfailed-file assign to "RMQFAILED"
                organization line sequential
                file status is rmqfailed-status.
            select rmqresendlog-file assign to "RMQRESENDLOG"
                organization line sequential
                file status is rmqresendlog-status.
            select rmqdlxrev-file assign to "RMQDLXREV"
                organization line sequential
                file status is rmqdlxrev-status.
            select rmqquar-file assign to "RMQQUAR"
                organization line sequential
                file status is rmqquar-status.
            select rmqconsrej-file assign to "RMQCONSREJ"
                organization line sequential
                file status is rmqconsrej-status.
            select rmqcaudit-file assign to "RMQCAUDIT"
                organization line sequential
                file status is rmqcaudit-status.
            select rmqsvcjrn-file assign to "RMQSVCJRN"
                organization line sequential
                file status is rmqsvcjrn-status.
            select acctpost-file assign to "ACCTPOST"
                organization line sequential
                file status is acctpost-status.
            select rmqacks-file assign to "RMQACKS"
                organization line sequential
                file status is rmqacks-status.
            select rmqtracerpt-file assign to "RMQTRACERPT"
                organization line sequential
                file status is rmqtracerpt-status.

        data division.
        file section.
        fd  archmst-file.
            copy rmqarch replacing ==:pfx:== by ==am==.
        fd  caudmst-file.
            copy rmqcarc replacing ==:pfx:== by ==cm==.
        fd  rmqaudit-file.
            copy rmqaudit replacing ==:pfx:== by ==au==.
        fd  rmqfailed-file.
            copy rmqfail replacing ==:pfx:== by ==fl==.
        fd  rmqresendlog-file.
            copy rmqrsnd replacing ==:pfx:== by ==rs==.
        fd  rmqdlxrev-file.
            copy rmqdlx replacing ==:pfx:== by ==dx==.
        fd  rmqquar-file.
            copy rmqquar replacing ==:pfx:== by ==qu==.
        fd  rmqconsrej-file.
            copy rmqcrej replacing ==:pfx:== by ==cj==.
        fd  rmqcaudit-file.
            copy rmqcaud replacing ==:pfx:== by ==ca==.
        fd  rmqsvcjrn-file.
            copy rmqsjrn replacing ==:pfx:== by ==sj==.
        fd  acctpost-file.
            copy rmqacpst replacing ==:pfx:== by ==ap==.
        fd  rmqacks-file.
            copy rmqack replacing ==:pfx:== by ==ak==.
        fd  rmqtracerpt-file.
            copy rmqtrce replacing ==:pfx:== by ==tr==.

        working-storage section.

        01  archmst-status         pic xx.
            88 archmst-ok          value "00".
        01  caudmst-status         pic xx.
            88 caudmst-ok          value "00".
        01  rmqaudit-status        pic xx.
            88 rmqaudit-ok         value "00".
            88 rmqaudit-eof        value "10".
        01  rmqfailed-status       pic xx.
            88 rmqfailed-ok        value "00".
            88 rmqfailed-eof       value "10".
        01  rmqresendlog-status    pic xx.
            88 rmqresendlog-ok     value "00".
            88 rmqresendlog-eof    value "10".
        01  rmqdlxrev-status       pic xx.
            88 rmqdlxrev-ok        value "00".
            88 rmqdlxrev-eof       value "10".
        01  rmqquar-status         pic xx.
            88 rmqquar-ok          value "00".
            88 rmqquar-eof         value "10".
        01  rmqconsrej-status      pic xx.
            88 rmqconsrej-ok       value "00".
            88 rmqconsrej-eof      value "10".
        01  rmqcaudit-status       pic xx.
            88 rmqcaudit-ok        value "00".
            88 rmqcaudit-eof       value "10".
        01  rmqsvcjrn-status       pic xx.
            88 rmqsvcjrn-ok        value "00".
            88 rmqsvcjrn-eof       value "10".
        01  acctpost-status        pic xx.
            88 acctpost-ok         value "00".
            88 acctpost-eof        value "10".
        01  rmqacks-status         pic xx.
            88 rmqacks-ok          value "00".
            88 rmqacks-eof         value "10".
        01  rmqtracerpt-status     pic xx.
            88 rmqtracerpt-ok      value "00".

            copy rmqretc.

        01  wk-traced-id           pic x(36) value spaces.
        01  wk-env-header-len      binary-long value 98.

        01  wk-archmst-flag        pic x(1) value "N".
            88 wk-archmst-open     value "Y".

       *> the traced message and every message linked to it
        01  lin-table.
            05 lin-count           binary-long value 0.
            05 lin-entry           occurs 20 times.
                10 lin-id              pic x(36).
                10 lin-role            pic x(8).
                10 lin-related-id      pic x(36).
                10 lin-published       pic x(1).
                    88 lin-was-published value "Y".
        01  wk-lin-idx             binary-long.
        01  wk-found-idx           binary-long.
        01  wk-lin-flag            pic x(1).
            88 wk-lin-found        value "Y".
        01  wk-cand-id             pic x(36).
        01  wk-cand-role           pic x(8).
        01  wk-cand-related        pic x(36).

       *> the lineage, kept in time order as it is gathered
        01  evt-table.
            05 evt-count           binary-long value 0.
            05 evt-entry           occurs 500 times.
                10 evt-traced-id       pic x(36).
                10 evt-stamp.
                    15 evt-date        pic x(10).
                    15 evt-time        pic x(8).
                10 evt-event           pic x(10).
                10 evt-msg-id          pic x(36).
                10 evt-role            pic x(8).
                10 evt-related-id      pic x(36).
                10 evt-source          pic x(12).
                10 evt-program         pic x(8).
                10 evt-where           pic x(50).
                10 evt-routing-key     pic x(50).
                10 evt-detail          pic x(40).
        01  wk-evt-idx             binary-long.
        01  wk-ins-pos             binary-long.
        01  wk-shift-idx           binary-long.
        01  wk-dropped-count       binary-long value 0.
        01  wk-dup-flag            pic x(1).
            88 wk-already-traced   value "Y".

            copy rmqtrce replacing ==:pfx:== by ==wk==.

        01  wk-len-disp            pic z(8)9.
        01  wk-ms-disp             pic z(8)9.
        01  wk-amount-disp         pic z(8)9.99.
        01  wk-attempts-disp       pic z9.
        01  wk-files-read          binary-long value 0.
        01  wk-files-missing       binary-long value 0.


        procedure division.

        main-line.
            perform load-the-request
            perform find-the-linked-messages
            perform read-the-trails
            perform write-the-lineage
            stop run.

        load-the-request.
            display "RMQTRACEID" upon environment-name
            accept wk-traced-id from environment-value
                on exception
                    move spaces to wk-traced-id
            end-accept

            if wk-traced-id = spaces
                move rmq-rc-bad-parm to return-code
                display "msgtrace: set RMQTRACEID to the envelope "
                        "msg-id to trace"
                stop run
            end-if

            move wk-traced-id to wk-cand-id
            move "TRACED" to wk-cand-role
            move spaces to wk-cand-related
            perform add-linked-id.

       *> every message added is looked at in its turn, so a resend
       *> of a reversed original is followed as far as it goes
        find-the-linked-messages.
            open input archmst-file
            if archmst-ok
                set wk-archmst-open to true
            else
                display "msgtrace: no ARCHMST archive (status "
                        archmst-status ") -- reversals are followed "
                        "from RMQAUDIT only"
            end-if

            perform follow-one-message
                varying wk-lin-idx from 1 by 1
                until wk-lin-idx > lin-count.

        follow-one-message.
            if wk-archmst-open
                move lin-id(wk-lin-idx) to am-arch-msg-id
                read archmst-file
                    invalid key
                        continue
                    not invalid key
                        perform follow-the-archive-links
                end-read
            end-if

            open input rmqaudit-file
            if rmqaudit-ok
                perform follow-next-reversal
                    with test after
                    until rmqaudit-eof
                close rmqaudit-file
            end-if

            open input rmqresendlog-file
            if rmqresendlog-ok
                perform follow-next-resend
                    with test after
                    until rmqresendlog-eof
                close rmqresendlog-file
            end-if.

        follow-the-archive-links.
            if am-arch-is-reversed
               and am-arch-reversal-id not = spaces
                move am-arch-reversal-id to wk-cand-id
                move "REVERSAL" to wk-cand-role
                move lin-id(wk-lin-idx) to wk-cand-related
                perform add-linked-id
            end-if

       *> a REVERSAL's body opens with the msg-id it backs out
            if am-arch-message(37:20) = "REVERSAL"
               and am-arch-msg-len >= wk-env-header-len + 36
                move am-arch-message(wk-env-header-len + 1:36)
                        to wk-cand-id
                move "ORIGINAL" to wk-cand-role
                move lin-id(wk-lin-idx) to wk-cand-related
                perform add-linked-id
            end-if.

       *> the archive only knows a reversal once ARCHLOAD has run --
       *> the publish trail has it the moment REVERSAL goes out, the
       *> cited msg-id opening its body as it does in ARCHMST
        follow-next-reversal.
            read rmqaudit-file
                at end
                    set rmqaudit-eof to true
                not at end
                    if au-aud-message(37:20) = "REVERSAL"
                       and au-aud-msg-len >= wk-env-header-len + 36
                        perform follow-one-reversal
                    end-if
            end-read.

        follow-one-reversal.
            if au-aud-message(wk-env-header-len + 1:36)
                    = lin-id(wk-lin-idx)
                move au-aud-message(1:36) to wk-cand-id
                move "REVERSAL" to wk-cand-role
                move lin-id(wk-lin-idx) to wk-cand-related
                perform add-linked-id
            end-if

            if au-aud-message(1:36) = lin-id(wk-lin-idx)
                move au-aud-message(wk-env-header-len + 1:36)
                        to wk-cand-id
                move "ORIGINAL" to wk-cand-role
                move lin-id(wk-lin-idx) to wk-cand-related
                perform add-linked-id
            end-if.

        follow-next-resend.
            read rmqresendlog-file
                at end
                    set rmqresendlog-eof to true
                not at end
                    if rs-rsnd-orig-msg-id = lin-id(wk-lin-idx)
                        move rs-rsnd-new-msg-id to wk-cand-id
                        move "RESEND" to wk-cand-role
                        move lin-id(wk-lin-idx) to wk-cand-related
                        perform add-linked-id
                    end-if
                    if rs-rsnd-new-msg-id = lin-id(wk-lin-idx)
                        move rs-rsnd-orig-msg-id to wk-cand-id
                        move "ORIGINAL" to wk-cand-role
                        move lin-id(wk-lin-idx) to wk-cand-related
                        perform add-linked-id
                    end-if
            end-read.

        add-linked-id.
            perform find-linked-id
            if not wk-lin-found and wk-cand-id not = spaces
                if lin-count >= 20
                    display "msgtrace: more than 20 linked messages -- "
                            function trim(wk-cand-id) " not followed"
                else
                    add 1 to lin-count
                    move wk-cand-id to lin-id(lin-count)
                    move wk-cand-role to lin-role(lin-count)
                    move wk-cand-related to lin-related-id(lin-count)
                    move "N" to lin-published(lin-count)
                end-if
            end-if.

        find-linked-id.
            move "N" to wk-lin-flag
            move 0 to wk-found-idx
            perform check-one-linked-id
                varying wk-evt-idx from 1 by 1
                until wk-evt-idx > lin-count
                   or wk-lin-found.

        check-one-linked-id.
            if lin-id(wk-evt-idx) = wk-cand-id
                set wk-lin-found to true
                move wk-evt-idx to wk-found-idx
            end-if.

        read-the-trails.
            perform read-the-publish-trail
            perform read-the-failed-ledger
            perform read-the-resend-log
            perform read-the-dlx-review
            perform read-the-quarantine
            perform read-the-consumer-rejects
            perform read-the-consume-trail
            perform read-the-service-journal
            perform read-the-posting-journal
            perform read-the-ack-log
            perform read-the-archives.

        trail-missing.
            add 1 to wk-files-missing.

       *> ---------------------------------------------------------
       *> RMQAUDIT: the envelope msg-id is the first 36 bytes of an
       *> enveloped message, as ARCHLOAD reads it
        read-the-publish-trail.
            open input rmqaudit-file
            if not rmqaudit-ok
                display "msgtrace: no RMQAUDIT publish trail -- "
                        "not traced"
                perform trail-missing
            else
                add 1 to wk-files-read
                perform trace-next-publish
                    with test after
                    until rmqaudit-eof
                close rmqaudit-file
            end-if.

        trace-next-publish.
            read rmqaudit-file
                at end
                    set rmqaudit-eof to true
                not at end
                    if au-aud-msg-len >= wk-env-header-len
                       and au-aud-message(75:5) is numeric
                        move au-aud-message(1:36) to wk-cand-id
                        perform find-linked-id
                        if wk-lin-found
                            perform trace-one-publish
                        end-if
                    end-if
            end-read.

        trace-one-publish.
            perform start-an-event
            move au-aud-date to wk-trc-date
            move au-aud-time to wk-trc-time
            if lin-was-published(wk-found-idx)
                move "REPUBLISH" to wk-trc-event
            else
                set lin-was-published(wk-found-idx) to true
                move "PUBLISHED" to wk-trc-event
            end-if
            move "RMQAUDIT" to wk-trc-source
            move au-aud-program to wk-trc-program
            move au-aud-exchange to wk-trc-where
            move au-aud-routing-key to wk-trc-routing-key
            move au-aud-msg-len to wk-len-disp
            string function trim(wk-len-disp) delimited by size
                   " bytes" delimited by size
                   into wk-trc-detail
            end-string
            if au-aud-signature not = spaces
                move "signed" to wk-trc-detail(20:6)
            end-if
            perform record-the-event.

       *> ---------------------------------------------------------
        read-the-failed-ledger.
            open input rmqfailed-file
            if not rmqfailed-ok
                display "msgtrace: no RMQFAILED ledger -- not traced"
                perform trail-missing
            else
                add 1 to wk-files-read
                perform trace-next-failure
                    with test after
                    until rmqfailed-eof
                close rmqfailed-file
            end-if.

        trace-next-failure.
            read rmqfailed-file
                at end
                    set rmqfailed-eof to true
                not at end
                    if fl-fail-msg-len >= wk-env-header-len
                       and fl-fail-message(75:5) is numeric
                        move fl-fail-message(1:36) to wk-cand-id
                        perform find-linked-id
                        if wk-lin-found
                            perform start-an-event
                            move fl-fail-date to wk-trc-date
                            move fl-fail-time to wk-trc-time
                            move "PUBFAILED" to wk-trc-event
                            move "RMQFAILED" to wk-trc-source
                            move fl-fail-program to wk-trc-program
                            move fl-fail-exchange to wk-trc-where
                            move fl-fail-routing-key
                                    to wk-trc-routing-key
                            move "not confirmed, held for resend"
                                    to wk-trc-detail
                            perform record-the-event
                        end-if
                    end-if
            end-read.

       *> ---------------------------------------------------------
       *> the resend request rides on the original's line, with the
       *> resend it produced as the related message
        read-the-resend-log.
            open input rmqresendlog-file
            if not rmqresendlog-ok
                display "msgtrace: no RMQRESENDLOG -- not traced"
                perform trail-missing
            else
                add 1 to wk-files-read
                perform trace-next-resend
                    with test after
                    until rmqresendlog-eof
                close rmqresendlog-file
            end-if.

        trace-next-resend.
            read rmqresendlog-file
                at end
                    set rmqresendlog-eof to true
                not at end
                    move rs-rsnd-orig-msg-id to wk-cand-id
                    perform find-linked-id
                    if wk-lin-found
                        perform start-an-event
                        move rs-rsnd-date to wk-trc-date
                        move rs-rsnd-time to wk-trc-time
                        move "RESENDREQ" to wk-trc-event
                        move rs-rsnd-new-msg-id to wk-trc-related-id
                        move "RMQRESENDLOG" to wk-trc-source
                        move "ARCHSEND" to wk-trc-program
                        move rs-rsnd-routing-key to wk-trc-routing-key
                        string function trim(rs-rsnd-user)
                                    delimited by size
                               ": " delimited by size
                               rs-rsnd-reason delimited by size
                               into wk-trc-detail
                        end-string
                        perform record-the-event
                    end-if
            end-read.

       *> ---------------------------------------------------------
        read-the-dlx-review.
            open input rmqdlxrev-file
            if not rmqdlxrev-ok
                display "msgtrace: no RMQDLXREV review file -- "
                        "not traced"
                perform trail-missing
            else
                add 1 to wk-files-read
                perform trace-next-dead-letter
                    with test after
                    until rmqdlxrev-eof
                close rmqdlxrev-file
            end-if.

        trace-next-dead-letter.
            read rmqdlxrev-file
                at end
                    set rmqdlxrev-eof to true
                not at end
                    move dx-dlx-msg-id to wk-cand-id
                    perform find-linked-id
                    if not wk-lin-found
                        move dx-dlx-correlation-id(1:36) to wk-cand-id
                        perform find-linked-id
                    end-if
                    if wk-lin-found
                        perform start-an-event
                        move dx-dlx-date to wk-trc-date
                        move dx-dlx-time to wk-trc-time
                        move "DEADLETTR" to wk-trc-event
                        move "RMQDLXREV" to wk-trc-source
                        move "DLXDRAIN" to wk-trc-program
                        move dx-dlx-orig-queue to wk-trc-where
                        move dx-dlx-routing-key to wk-trc-routing-key
                        string function trim(dx-dlx-reason)
                                    delimited by size
                               " via " delimited by size
                               dx-dlx-dlq-name delimited by size
                               into wk-trc-detail
                        end-string
                        perform record-the-event
                    end-if
            end-read.

       *> ---------------------------------------------------------
        read-the-quarantine.
            open input rmqquar-file
            if not rmqquar-ok
                display "msgtrace: no RMQQUAR quarantine -- not traced"
                perform trail-missing
            else
                add 1 to wk-files-read
                perform trace-next-quarantine
                    with test after
                    until rmqquar-eof
                close rmqquar-file
            end-if.

        trace-next-quarantine.
            read rmqquar-file
                at end
                    set rmqquar-eof to true
                not at end
                    move qu-quar-msg-id to wk-cand-id
                    perform find-linked-id
                    if not wk-lin-found
                        move qu-quar-correlation-id(1:36) to wk-cand-id
                        perform find-linked-id
                    end-if
                    if wk-lin-found
                        perform start-an-event
                        move qu-quar-date to wk-trc-date
                        move qu-quar-time to wk-trc-time
                        move "QUARANTND" to wk-trc-event
                        move "RMQQUAR" to wk-trc-source
                        move "RMQDISP" to wk-trc-program
                        move qu-quar-queue-name to wk-trc-where
                        move qu-quar-routing-key to wk-trc-routing-key
                        move 0 to wk-attempts-disp
                        if qu-quar-attempts is numeric
                            move qu-quar-attempts to wk-attempts-disp
                        end-if
                        string "held after " delimited by size
                               function trim(wk-attempts-disp)
                                    delimited by size
                               " attempt(s)" delimited by size
                               into wk-trc-detail
                        end-string
                        perform record-the-event
                    end-if
            end-read.

       *> ---------------------------------------------------------
        read-the-consumer-rejects.
            open input rmqconsrej-file
            if not rmqconsrej-ok
                display "msgtrace: no RMQCONSREJ reject file -- "
                        "not traced"
                perform trail-missing
            else
                add 1 to wk-files-read
                perform trace-next-reject
                    with test after
                    until rmqconsrej-eof
                close rmqconsrej-file
            end-if.

        trace-next-reject.
            read rmqconsrej-file
                at end
                    set rmqconsrej-eof to true
                not at end
                    if cj-crej-msg-len >= wk-env-header-len
                       and cj-crej-message(75:5) is numeric
                        move cj-crej-message(1:36) to wk-cand-id
                        perform find-linked-id
                        if wk-lin-found
                            perform start-an-event
                            move cj-crej-date to wk-trc-date
                            move cj-crej-time to wk-trc-time
                            move "REJECTED" to wk-trc-event
                            move "RMQCONSREJ" to wk-trc-source
                            move "DEMO13" to wk-trc-program
                            move cj-crej-queue-name to wk-trc-where
                            move cj-crej-routing-key
                                    to wk-trc-routing-key
                            move cj-crej-reason to wk-trc-detail
                            perform record-the-event
                        end-if
                    end-if
            end-read.

       *> ---------------------------------------------------------
        read-the-consume-trail.
            open input rmqcaudit-file
            if not rmqcaudit-ok
                display "msgtrace: no RMQCAUDIT consume trail -- "
                        "not traced"
                perform trail-missing
            else
                add 1 to wk-files-read
                perform trace-next-consume
                    with test after
                    until rmqcaudit-eof
                close rmqcaudit-file
            end-if.

        trace-next-consume.
            read rmqcaudit-file
                at end
                    set rmqcaudit-eof to true
                not at end
                    move ca-caud-msg-id to wk-cand-id
                    perform find-linked-id
                    if wk-lin-found
                        perform start-an-event
                        move ca-caud-date to wk-trc-date
                        move ca-caud-time to wk-trc-time
                        move "CONSUMED" to wk-trc-event
                        move "RMQCAUDIT" to wk-trc-source
                        move ca-caud-program to wk-trc-program
                        move ca-caud-queue-name to wk-trc-where
                        move ca-caud-routing-key to wk-trc-routing-key
                        move ca-caud-disposition to wk-trc-detail
                        perform record-the-event
                    end-if
            end-read.

       *> ---------------------------------------------------------
        read-the-service-journal.
            open input rmqsvcjrn-file
            if not rmqsvcjrn-ok
                display "msgtrace: no RMQSVCJRN service journal -- "
                        "not traced"
                perform trail-missing
            else
                add 1 to wk-files-read
                perform trace-next-dispatch
                    with test after
                    until rmqsvcjrn-eof
                close rmqsvcjrn-file
            end-if.

        trace-next-dispatch.
            read rmqsvcjrn-file
                at end
                    set rmqsvcjrn-eof to true
                not at end
                    move sj-sjrn-msg-id to wk-cand-id
                    perform find-linked-id
                    if not wk-lin-found
                        move sj-sjrn-correlation-id(1:36) to wk-cand-id
                        perform find-linked-id
                    end-if
                    if wk-lin-found
                        perform start-an-event
                        move sj-sjrn-date to wk-trc-date
                        move sj-sjrn-time to wk-trc-time
                        move "DISPATCHD" to wk-trc-event
                        move "RMQSVCJRN" to wk-trc-source
                        move sj-sjrn-program to wk-trc-program
                        move sj-sjrn-queue-name to wk-trc-where
                        move sj-sjrn-routing-key to wk-trc-routing-key
                        move 0 to wk-ms-disp
                        if sj-sjrn-elapsed-ms is numeric
                            move sj-sjrn-elapsed-ms to wk-ms-disp
                        end-if
                        string function trim(sj-sjrn-outcome)
                                    delimited by size
                               " in " delimited by size
                               function trim(wk-ms-disp)
                                    delimited by size
                               "ms by " delimited by size
                               sj-sjrn-instance-id delimited by size
                               into wk-trc-detail
                        end-string
                        perform record-the-event
                    end-if
            end-read.

       *> ---------------------------------------------------------
       *> the account is shown by its last four, as the masked logs
       *> show it
        read-the-posting-journal.
            open input acctpost-file
            if not acctpost-ok
                display "msgtrace: no ACCTPOST posting journal -- "
                        "not traced"
                perform trail-missing
            else
                add 1 to wk-files-read
                perform trace-next-posting
                    with test after
                    until acctpost-eof
                close acctpost-file
            end-if.

        trace-next-posting.
            read acctpost-file
                at end
                    set acctpost-eof to true
                not at end
                    move ap-acpst-msg-id to wk-cand-id
                    perform find-linked-id
                    if wk-lin-found
                        perform start-an-event
                        move ap-acpst-date to wk-trc-date
                        move ap-acpst-time to wk-trc-time
                        move "POSTED" to wk-trc-event
                        move "ACCTPOST" to wk-trc-source
                        move ap-acpst-source to wk-trc-program
                        string "account XXXXXX" delimited by size
                               ap-acpst-acct-number(7:4)
                                    delimited by size
                               into wk-trc-where
                        end-string
                        move 0 to wk-amount-disp
                        if ap-acpst-amount is numeric
                            move ap-acpst-amount to wk-amount-disp
                        end-if
                        string ap-acpst-dc delimited by size
                               " " delimited by size
                               function trim(wk-amount-disp)
                                    delimited by size
                               into wk-trc-detail
                        end-string
                        if ap-acpst-xfer-ref not = spaces
                            move "transfer" to wk-trc-detail(16:8)
                            move ap-acpst-xfer-ref
                                    to wk-trc-detail(25:16)
                        end-if
                        perform record-the-event
                    end-if
            end-read.

       *> ---------------------------------------------------------
        read-the-ack-log.
            open input rmqacks-file
            if not rmqacks-ok
                display "msgtrace: no RMQACKS acknowledgement log -- "
                        "not traced"
                perform trail-missing
            else
                add 1 to wk-files-read
                perform trace-next-ack
                    with test after
                    until rmqacks-eof
                close rmqacks-file
            end-if.

        trace-next-ack.
            read rmqacks-file
                at end
                    set rmqacks-eof to true
                not at end
                    move ak-ackl-orig-msg-id to wk-cand-id
                    perform find-linked-id
                    if wk-lin-found
                        perform start-an-event
                        move ak-ackl-date to wk-trc-date
                        move ak-ackl-time to wk-trc-time
                        move "ACKED" to wk-trc-event
                        move "RMQACKS" to wk-trc-source
                        move "ACKDRAIN" to wk-trc-program
                        move ak-ackl-status to wk-trc-detail
                        perform record-the-event
                    end-if
            end-read.

       *> ---------------------------------------------------------
       *> the archives hold the first publish and the first consume
       *> of each msg-id; they only add a line the trail no longer
       *> has
        read-the-archives.
            if wk-archmst-open
                add 1 to wk-files-read
                perform archive-one-publish
                    varying wk-lin-idx from 1 by 1
                    until wk-lin-idx > lin-count
                close archmst-file
            else
                perform trail-missing
            end-if

            open input caudmst-file
            if not caudmst-ok
                display "msgtrace: no CAUDMST consume archive (status "
                        caudmst-status ") -- not traced"
                perform trail-missing
            else
                add 1 to wk-files-read
                perform archive-one-consume
                    varying wk-lin-idx from 1 by 1
                    until wk-lin-idx > lin-count
                close caudmst-file
            end-if.

        archive-one-publish.
            move lin-id(wk-lin-idx) to am-arch-msg-id
            read archmst-file
                invalid key
                    continue
                not invalid key
                    move wk-lin-idx to wk-found-idx
                    perform start-an-event
                    move am-arch-date to wk-trc-date
                    move am-arch-time to wk-trc-time
                    move "PUBLISHED" to wk-trc-event
                    perform find-traced-event
                    if not wk-already-traced
                        move "ARCHMST" to wk-trc-source
                        move am-arch-program to wk-trc-program
                        move am-arch-exchange to wk-trc-where
                        move am-arch-routing-key to wk-trc-routing-key
                        move am-arch-msg-len to wk-len-disp
                        string function trim(wk-len-disp)
                                    delimited by size
                               " bytes" delimited by size
                               into wk-trc-detail
                        end-string
                        if am-arch-signature not = spaces
                            move "signed" to wk-trc-detail(20:6)
                        end-if
                        perform record-the-event
                    end-if
            end-read.

        archive-one-consume.
            move lin-id(wk-lin-idx) to cm-carc-msg-id
            read caudmst-file
                invalid key
                    continue
                not invalid key
                    move wk-lin-idx to wk-found-idx
                    perform start-an-event
                    move cm-carc-date to wk-trc-date
                    move cm-carc-time to wk-trc-time
                    move "CONSUMED" to wk-trc-event
                    perform find-traced-event
                    if not wk-already-traced
                        move "CAUDMST" to wk-trc-source
                        move cm-carc-program to wk-trc-program
                        move cm-carc-queue-name to wk-trc-where
                        move cm-carc-routing-key to wk-trc-routing-key
                        move cm-carc-disposition to wk-trc-detail
                        perform record-the-event
                    end-if
            end-read.

       *> the same message, step and moment already off the trail
        find-traced-event.
            move "N" to wk-dup-flag
            perform check-one-traced-event
                varying wk-evt-idx from 1 by 1
                until wk-evt-idx > evt-count
                   or wk-already-traced.

        check-one-traced-event.
            if evt-msg-id(wk-evt-idx) = wk-trc-msg-id
               and evt-date(wk-evt-idx) = wk-trc-date
               and evt-time(wk-evt-idx) = wk-trc-time
               and (evt-event(wk-evt-idx) = wk-trc-event
                    or (wk-trc-event = "PUBLISHED"
                        and evt-event(wk-evt-idx) = "REPUBLISH"))
                set wk-already-traced to true
            end-if.

       *> ---------------------------------------------------------
       *> a line starts from the linked message it is about
        start-an-event.
            move spaces to wk-trace-line
            move wk-traced-id to wk-trc-traced-id
            move lin-id(wk-found-idx) to wk-trc-msg-id
            move lin-role(wk-found-idx) to wk-trc-role
            move lin-related-id(wk-found-idx) to wk-trc-related-id.

       *> into its place by date and time; a line stamped the same
       *> moment as one already there goes after it, so the trails'
       *> own order holds
        record-the-event.
            if evt-count >= 500
                add 1 to wk-dropped-count
            else
                move evt-count to wk-ins-pos
                add 1 to wk-ins-pos
                perform find-the-place
                    varying wk-evt-idx from evt-count by -1
                    until wk-evt-idx < 1
                       or evt-date(wk-evt-idx) < wk-trc-date
                       or (evt-date(wk-evt-idx) = wk-trc-date
                           and evt-time(wk-evt-idx) <= wk-trc-time)
                perform shift-one-event
                    varying wk-shift-idx from evt-count by -1
                    until wk-shift-idx < wk-ins-pos
                add 1 to evt-count
                move wk-trace-line to evt-entry(wk-ins-pos)
            end-if.

        find-the-place.
            move wk-evt-idx to wk-ins-pos.

        shift-one-event.
            move evt-entry(wk-shift-idx) to evt-entry(wk-shift-idx + 1).

        write-the-lineage.
            open output rmqtracerpt-file
            if not rmqtracerpt-ok
                move rmq-rc-file-error to return-code
                display "msgtrace: unable to open RMQTRACERPT, status "
                        rmqtracerpt-status
                stop run
            end-if

            perform write-one-step
                varying wk-evt-idx from 1 by 1
                until wk-evt-idx > evt-count

            close rmqtracerpt-file

            if wk-dropped-count > 0
                display "msgtrace: more than 500 steps -- "
                        wk-dropped-count " not reported"
            end-if

            if evt-count = 0
                display "msgtrace: nothing on any trail for "
                        function trim(wk-traced-id)
            end-if

            display "msgtrace: " function trim(wk-traced-id) " -- "
                    evt-count " step(s) across " lin-count
                    " linked message(s), " wk-files-read
                    " trail(s) read, " wk-files-missing " missing".

        write-one-step.
            move evt-entry(wk-evt-idx) to tr-trace-line
            write tr-trace-line

            display "msgtrace: " tr-trc-date " " tr-trc-time " "
                    tr-trc-event " " function trim(tr-trc-msg-id)
                    " " function trim(tr-trc-source) " "
                    function trim(tr-trc-detail).

        end program msgtrace.
