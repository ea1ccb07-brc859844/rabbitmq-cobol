        identification division.
        program-id.    ptnrscor.

       *> ptnrscor is the monthly partner scorecard: PTNRMST says who
       *> our partners are, this job says how each of them behaved,
       *> for the relationship managers' quarterly service reviews.
       *> For every active partner it reads the month's trails --
       *>
       *>   RMQAUDIT     what we published to them (their exchange
       *>                and routing key off the partner master)
       *>   RMQACKS      what they acknowledged, how fast, and what
       *>                came back FAILED
       *>   RMQINRECHST  the days INRECON found their manifest broken
       *>   RMQCAUDIT    what we consumed from them (their caller-id
       *>                on the envelope)
       *>   RMQCONSREJ   what of theirs was refused as malformed
       *>   RMQSVCJRN    their service calls, and which of those
       *>                were denied or throttled
       *>
       *> -- and writes one RMQSCORERPT line each (rmqscor.cpy), best
       *> score first, beside the same figures worked for the month
       *> before so the movement shows.  A message still without an
       *> ack past RMQACKAGE days (default 1, as ACKMATCH) is counted
       *> unacknowledged.  A partner with no traffic in a month is not
       *> ranked for it.  The month defaults to the business date's
       *> (RMQ0BDT) and is overridable through RMQSCOREMON (yyyy-mm),
       *> as CHGBACK's is.  A trail that isn't there counts as
       *> nothing and is said so.

        environment division.
        input-output section.
        file-control.
            select ptnrmst-file assign to "PTNRMST"
                organization indexed
                access mode sequential
                record key pm-ptnr-id
                file status is ptnrmst-status.
            select rmqaudit-file assign to "RMQAUDIT"
                organization line sequential
                file status is rmqaudit-status.
            select rmqacks-file assign to "RMQACKS"
                organization line sequential
                file status is rmqacks-status.
            select rmqinrechst-file assign to "RMQINRECHST"
                organization line sequential
                file status is rmqinrechst-status.
            select rmqcaudit-file assign to "RMQCAUDIT"
                organization line sequential
                file status is rmqcaudit-status.
            select rmqconsrej-file assign to "RMQCONSREJ"
                organization line sequential
                file status is rmqconsrej-status.
            select rmqsvcjrn-file assign to "RMQSVCJRN"
                organization line sequential
                file status is rmqsvcjrn-status.
            select rmqscorerpt-file assign to "RMQSCORERPT"
                organization line sequential
                file status is rmqscorerpt-status.

        data division.
        file section.
        fd  ptnrmst-file.
            copy rmqptnr replacing ==:pfx:== by ==pm==.
        fd  rmqaudit-file.
            copy rmqaudit replacing ==:pfx:== by ==fa==.
        fd  rmqacks-file.
            copy rmqack replacing ==:pfx:== by ==fk==.
        fd  rmqinrechst-file.
            copy rmqinrch replacing ==:pfx:== by ==fh==.
        fd  rmqcaudit-file.
            copy rmqcaud replacing ==:pfx:== by ==fc==.
        fd  rmqconsrej-file.
            copy rmqcrej replacing ==:pfx:== by ==fx==.
        fd  rmqsvcjrn-file.
            copy rmqsjrn replacing ==:pfx:== by ==fj==.
        fd  rmqscorerpt-file.
            copy rmqscor replacing ==:pfx:== by ==fr==.

        working-storage section.

        01  ptnrmst-status         pic xx.
            88 ptnrmst-ok          value "00".
            88 ptnrmst-eof         value "10".
        01  rmqaudit-status        pic xx.
            88 rmqaudit-ok         value "00".
            88 rmqaudit-eof        value "10".
        01  rmqacks-status         pic xx.
            88 rmqacks-ok          value "00".
            88 rmqacks-eof         value "10".
        01  rmqinrechst-status     pic xx.
            88 rmqinrechst-ok      value "00".
            88 rmqinrechst-eof     value "10".
        01  rmqcaudit-status       pic xx.
            88 rmqcaudit-ok        value "00".
            88 rmqcaudit-eof       value "10".
        01  rmqconsrej-status      pic xx.
            88 rmqconsrej-ok       value "00".
            88 rmqconsrej-eof      value "10".
        01  rmqsvcjrn-status       pic xx.
            88 rmqsvcjrn-ok        value "00".
            88 rmqsvcjrn-eof       value "10".
        01  rmqscorerpt-status     pic xx.
            88 rmqscorerpt-ok      value "00".

            copy rmqretc.
        01  wk-env-header-len      binary-long value 98.

        01  wk-today               pic 9(8).
        01  wk-today-edit          redefines wk-today.
            05 wk-today-yyyy       pic 9(4).
            05 wk-today-mm         pic 9(2).
            05 wk-today-dd         pic 9(2).
        01  wk-today-num           binary-long.

       *> the scored month and the one before it, yyyy-mm
        01  wk-month.
            05 wk-month-yyyy       pic 9(4).
            05 filler              pic x(1) value "-".
            05 wk-month-mm         pic 9(2).
        01  wk-prior-month.
            05 wk-prior-yyyy       pic 9(4).
            05 filler              pic x(1) value "-".
            05 wk-prior-mm         pic 9(2).
        01  wk-month-env           pic x(7).

        01  wk-age-days            pic 9(3) value 1.
        01  wk-age-text            pic x(3).

       *> the active partners, with both months' figures side by side
       *> -- month 1 the scored month, month 2 the one before
        01  ptnr-table.
            05 ptnr-count          binary-long value 0.
            05 ptnr-entry          occurs 100 times.
                10 pt-id               pic x(8).
                10 pt-name             pic x(30).
                10 pt-exchange         pic x(50).
                10 pt-routing-key      pic x(50).
                10 pt-prefix-len       binary-long.
                10 pt-month            occurs 2 times.
                    15 pt-sent             binary-long.
                    15 pt-received         binary-long.
                    15 pt-acked            binary-long.
                    15 pt-ack-secs         binary-double.
                    15 pt-ack-worst        binary-long.
                    15 pt-unacked          binary-long.
                    15 pt-failed           binary-long.
                    15 pt-break-days       binary-long.
                    15 pt-last-break-date  pic x(10).
                    15 pt-malformed        binary-long.
                    15 pt-svc-calls        binary-long.
                    15 pt-denied           binary-long.
                    15 pt-throttled        binary-long.
                    15 pt-score            binary-long.
                    15 pt-rank             binary-long.

       *> every message published to a partner in the two months,
       *> with when it went and whether an ack has turned up for it
        01  pub-table.
            05 pub-count           binary-long value 0.
            05 pub-entry           occurs 20000 times.
                10 pub-msg-id          pic x(36).
                10 pub-ptnr            binary-long.
                10 pub-mon             binary-long.
                10 pub-day             binary-long.
                10 pub-secs            binary-long.
                10 pub-acked           pic x(1).
                    88 pub-was-acked   value "Y".
                10 pub-failed          pic x(1).
                    88 pub-was-failed  value "Y".

        01  wk-pt-idx              binary-long.
        01  wk-pub-idx             binary-long.
        01  wk-mon-idx             binary-long.
        01  wk-idx                 binary-long.
        01  wk-found-flag          pic x(1).
            88 wk-entry-found      value "Y".

        01  wk-lookup-id           pic x(8).
        01  wk-lookup-exchange     pic x(50).
        01  wk-lookup-key          pic x(50).
        01  wk-lookup-msg-id       pic x(36).
        01  wk-trail-date          pic x(10).

       *> a trail's date and time turned into a day number and the
       *> seconds into that day, so two stamps can be subtracted
        01  wk-stamp-date          pic x(10).
        01  wk-stamp-time          pic x(8).
        01  wk-stamp-ymd           pic 9(8).
        01  wk-stamp-day           binary-long.
        01  wk-stamp-secs          binary-long.
        01  wk-turnaround          binary-long.
        01  wk-item-age            binary-long.

        01  wk-pct-unacked         pic 9(3)v9(2).
        01  wk-pct-failed          pic 9(3)v9(2).
        01  wk-pct-malformed       pic 9(3)v9(2).
        01  wk-pct-refused         pic 9(3)v9(2).
        01  wk-break-penalty       binary-long.
        01  wk-penalty             pic 9(5)v9(2).
        01  wk-denominator         binary-long.

        01  wk-rank-count          binary-long.
        01  wk-active-count        binary-long.
        01  wk-best-idx            binary-long.
        01  wk-best-score          binary-long.
        01  wk-best-volume         binary-long.
        01  wk-volume              binary-long.
        01  wk-rank-no             binary-long.
        01  wk-rank-move           binary-long.
        01  wk-move-disp           pic zz9.

        01  wk-unattributed        binary-long value 0.
        01  wk-lines-written       binary-long value 0.


        procedure division.

        main-line.
            perform load-score-months
            perform load-the-partners
            perform load-the-publishes
            perform match-the-acks
            perform age-the-unacknowledged
            perform count-the-manifest-breaks
            perform count-the-inbound
            perform count-the-rejects
            perform count-the-service-calls
            perform score-the-partners
            perform rank-the-partners
            perform write-the-scorecard
            stop run.

        load-score-months.
            call "RMQ0BDT" using "CURRENT ", wk-today
            end-call
            compute wk-today-num = function integer-of-date(wk-today)

            move wk-today-yyyy to wk-month-yyyy
            move wk-today-mm   to wk-month-mm

            display "RMQSCOREMON" upon environment-name
            accept wk-month-env from environment-value
                on exception
                    move spaces to wk-month-env
            end-accept

            if wk-month-env not = spaces
                if wk-month-env(1:4) is not numeric
                   or wk-month-env(5:1) not = "-"
                   or wk-month-env(6:2) is not numeric
                   or wk-month-env(6:2) < "01"
                   or wk-month-env(6:2) > "12"
                    move rmq-rc-bad-parm to return-code
                    display "ptnrscor: RMQSCOREMON must be yyyy-mm, "
                            "not " wk-month-env
                    stop run
                end-if
                move wk-month-env(1:4) to wk-month-yyyy
                move wk-month-env(6:2) to wk-month-mm
            end-if

            if wk-month-mm = 1
                compute wk-prior-yyyy = wk-month-yyyy - 1
                move 12 to wk-prior-mm
            else
                move wk-month-yyyy to wk-prior-yyyy
                compute wk-prior-mm = wk-month-mm - 1
            end-if

            display "RMQACKAGE" upon environment-name
            accept wk-age-text from environment-value
                on exception
                    move spaces to wk-age-text
            end-accept

            if wk-age-text not = spaces
                compute wk-age-days = function numval(wk-age-text)
            end-if

            display "ptnrscor: scorecard for " wk-month
                    " against " wk-prior-month.

        load-the-partners.
            open input ptnrmst-file

            if not ptnrmst-ok
                move rmq-rc-file-error to return-code
                display "ptnrscor: unable to open partner master, "
                        "status " ptnrmst-status
                stop run
            end-if

            perform read-next-partner
                with test after
                until ptnrmst-eof

            close ptnrmst-file

            if ptnr-count = 0
                display "ptnrscor: no active partners on PTNRMST"
            end-if.

        read-next-partner.
            read ptnrmst-file next
                at end
                    set ptnrmst-eof to true
                not at end
                    if pm-ptnr-active
                        perform add-one-partner
                    end-if
            end-read.

        add-one-partner.
            if ptnr-count > 99
                move rmq-rc-bad-parm to return-code
                display "ptnrscor: more than 100 active partners"
                stop run
            end-if

            add 1 to ptnr-count
            initialize ptnr-entry(ptnr-count)
            move pm-ptnr-id          to pt-id(ptnr-count)
            move pm-ptnr-name        to pt-name(ptnr-count)
            move pm-ptnr-exchange    to pt-exchange(ptnr-count)
            move pm-ptnr-routing-key to pt-routing-key(ptnr-count)

       *> a routing key ending * or # claims every key it prefixes,
       *> the way an RMQHOLD pattern does; -1 is an exact key
            move function length(function trim(pm-ptnr-routing-key))
                    to wk-idx
            if wk-idx > 0
               and (pm-ptnr-routing-key(wk-idx:1) = "*"
                    or pm-ptnr-routing-key(wk-idx:1) = "#")
                compute pt-prefix-len(ptnr-count) = wk-idx - 1
            else
                move -1 to pt-prefix-len(ptnr-count)
            end-if.

       *> month 1 is the scored month, 2 the one before, 0 neither
        place-in-month.
            move 0 to wk-mon-idx
            if wk-trail-date(1:7) = wk-month
                move 1 to wk-mon-idx
            end-if
            if wk-trail-date(1:7) = wk-prior-month
                move 2 to wk-mon-idx
            end-if.

        find-partner-by-route.
            move 0 to wk-pt-idx
            move "N" to wk-found-flag
            perform match-one-route
                varying wk-idx from 1 by 1
                until wk-idx > ptnr-count
                   or wk-entry-found.

        match-one-route.
            if pt-exchange(wk-idx) = wk-lookup-exchange
                if pt-prefix-len(wk-idx) = 0
                   or (pt-prefix-len(wk-idx) < 0
                       and pt-routing-key(wk-idx) = wk-lookup-key)
                   or (pt-prefix-len(wk-idx) > 0
                       and pt-routing-key(wk-idx)
                               (1:pt-prefix-len(wk-idx))
                           = wk-lookup-key(1:pt-prefix-len(wk-idx)))
                    set wk-entry-found to true
                    move wk-idx to wk-pt-idx
                end-if
            end-if.

        find-partner-by-id.
            move 0 to wk-pt-idx
            move "N" to wk-found-flag
            if wk-lookup-id not = spaces
                perform match-one-partner-id
                    varying wk-idx from 1 by 1
                    until wk-idx > ptnr-count
                       or wk-entry-found
            end-if.

        match-one-partner-id.
            if pt-id(wk-idx) = wk-lookup-id
                set wk-entry-found to true
                move wk-idx to wk-pt-idx
            end-if.

        convert-the-stamp.
            move 0 to wk-stamp-day
            move 0 to wk-stamp-secs
            if wk-stamp-date(1:4) is numeric
               and wk-stamp-date(6:2) is numeric
               and wk-stamp-date(9:2) is numeric
                move wk-stamp-date(1:4) to wk-stamp-ymd(1:4)
                move wk-stamp-date(6:2) to wk-stamp-ymd(5:2)
                move wk-stamp-date(9:2) to wk-stamp-ymd(7:2)
                compute wk-stamp-day =
                    function integer-of-date(wk-stamp-ymd)
            end-if
            if wk-stamp-time(1:2) is numeric
               and wk-stamp-time(4:2) is numeric
               and wk-stamp-time(7:2) is numeric
                compute wk-stamp-secs =
                    function numval(wk-stamp-time(1:2)) * 3600
                  + function numval(wk-stamp-time(4:2)) * 60
                  + function numval(wk-stamp-time(7:2))
            end-if.

       *> ---------------------------------------------------------
       *> our publishes to each partner; the envelope msg-id is the
       *> first 36 bytes of the audited copy, as ACKMATCH reads it,
       *> and a message put back on the wire counts once
        load-the-publishes.
            open input rmqaudit-file

            if not rmqaudit-ok
                display "ptnrscor: no RMQAUDIT publish trail -- "
                        "nothing sent counted"
            else
                perform tally-next-publish
                    with test after
                    until rmqaudit-eof
                close rmqaudit-file
            end-if.

        tally-next-publish.
            read rmqaudit-file
                at end
                    set rmqaudit-eof to true
                not at end
                    move fa-aud-date to wk-trail-date
                    perform place-in-month
                    if wk-mon-idx > 0
                       and fa-aud-msg-len >= wk-env-header-len
                       and fa-aud-message(75:5) is numeric
                       and fa-aud-message(1:36) not = spaces
                        move fa-aud-exchange to wk-lookup-exchange
                        move fa-aud-routing-key to wk-lookup-key
                        perform find-partner-by-route
                        if wk-pt-idx > 0
                            move fa-aud-message(1:36)
                                    to wk-lookup-msg-id
                            perform find-the-publish
                            if not wk-entry-found
                                perform add-one-publish
                            end-if
                        end-if
                    end-if
            end-read.

        add-one-publish.
            if pub-count > 19999
                move rmq-rc-bad-parm to return-code
                display "ptnrscor: more than 20000 messages to "
                        "partners in the two months"
                stop run
            end-if

            add 1 to pub-count
            move wk-lookup-msg-id to pub-msg-id(pub-count)
            move wk-pt-idx to pub-ptnr(pub-count)
            move wk-mon-idx to pub-mon(pub-count)
            move fa-aud-date to wk-stamp-date
            move fa-aud-time to wk-stamp-time
            perform convert-the-stamp
            move wk-stamp-day to pub-day(pub-count)
            move wk-stamp-secs to pub-secs(pub-count)
            move "N" to pub-acked(pub-count)
            move "N" to pub-failed(pub-count)
            add 1 to pt-sent(wk-pt-idx, wk-mon-idx).

        find-the-publish.
            move 0 to wk-pub-idx
            move "N" to wk-found-flag
            perform match-one-publish
                varying wk-idx from 1 by 1
                until wk-idx > pub-count
                   or wk-entry-found.

        match-one-publish.
            if pub-msg-id(wk-idx) = wk-lookup-msg-id
                set wk-entry-found to true
                move wk-idx to wk-pub-idx
            end-if.

       *> ---------------------------------------------------------
       *> an ack counts for the month its message went out in; the
       *> turnaround runs from the publish to the first ack
        match-the-acks.
            open input rmqacks-file

            if not rmqacks-ok
                display "ptnrscor: no RMQACKS ledger -- nothing "
                        "acknowledged counted"
            else
                perform tally-next-ack
                    with test after
                    until rmqacks-eof
                close rmqacks-file
            end-if.

        tally-next-ack.
            read rmqacks-file
                at end
                    set rmqacks-eof to true
                not at end
                    move fk-ackl-orig-msg-id to wk-lookup-msg-id
                    perform find-the-publish
                    if wk-entry-found
                        perform tally-one-ack
                    end-if
            end-read.

        tally-one-ack.
            move pub-ptnr(wk-pub-idx) to wk-pt-idx
            move pub-mon(wk-pub-idx) to wk-mon-idx

            if not pub-was-acked(wk-pub-idx)
                set pub-was-acked(wk-pub-idx) to true
                move fk-ackl-date to wk-stamp-date
                move fk-ackl-time to wk-stamp-time
                perform convert-the-stamp
                compute wk-turnaround =
                    (wk-stamp-day - pub-day(wk-pub-idx)) * 86400
                  + wk-stamp-secs - pub-secs(wk-pub-idx)
                if wk-turnaround < 0 or wk-stamp-day = 0
                    move 0 to wk-turnaround
                end-if
                add 1 to pt-acked(wk-pt-idx, wk-mon-idx)
                add wk-turnaround to pt-ack-secs(wk-pt-idx, wk-mon-idx)
                if wk-turnaround > pt-ack-worst(wk-pt-idx, wk-mon-idx)
                    move wk-turnaround
                            to pt-ack-worst(wk-pt-idx, wk-mon-idx)
                end-if
            end-if

            if fk-ackl-status = "FAILED"
               and not pub-was-failed(wk-pub-idx)
                set pub-was-failed(wk-pub-idx) to true
                add 1 to pt-failed(wk-pt-idx, wk-mon-idx)
            end-if.

        age-the-unacknowledged.
            perform age-one-publish
                varying wk-pub-idx from 1 by 1
                until wk-pub-idx > pub-count.

        age-one-publish.
            if not pub-was-acked(wk-pub-idx)
               and pub-day(wk-pub-idx) > 0
                compute wk-item-age = wk-today-num - pub-day(wk-pub-idx)
                if wk-item-age >= wk-age-days
                    move pub-ptnr(wk-pub-idx) to wk-pt-idx
                    move pub-mon(wk-pub-idx) to wk-mon-idx
                    add 1 to pt-unacked(wk-pt-idx, wk-mon-idx)
                end-if
            end-if.

       *> ---------------------------------------------------------
       *> a day counts once however many keys broke or however often
       *> INRECON was rerun for it
        count-the-manifest-breaks.
            open input rmqinrechst-file

            if not rmqinrechst-ok
                display "ptnrscor: no RMQINRECHST history -- no "
                        "manifest breaks counted"
            else
                perform tally-next-recon-line
                    with test after
                    until rmqinrechst-eof
                close rmqinrechst-file
            end-if.

        tally-next-recon-line.
            read rmqinrechst-file
                at end
                    set rmqinrechst-eof to true
                not at end
                    move fh-inrch-date to wk-trail-date
                    perform place-in-month
                    move fh-inrch-partner-id to wk-lookup-id
                    perform find-partner-by-id
                    if wk-mon-idx > 0 and wk-pt-idx > 0
                       and fh-inrch-status = "BREAK"
                       and pt-last-break-date(wk-pt-idx, wk-mon-idx)
                           not = fh-inrch-date
                        add 1 to pt-break-days(wk-pt-idx, wk-mon-idx)
                        move fh-inrch-date
                            to pt-last-break-date(wk-pt-idx, wk-mon-idx)
                    end-if
            end-read.

       *> ---------------------------------------------------------
       *> what a partner sends us carries the caller-id we issued
       *> them at bytes 91-98 of the envelope
        count-the-inbound.
            open input rmqcaudit-file

            if not rmqcaudit-ok
                display "ptnrscor: no RMQCAUDIT consume trail -- "
                        "nothing received counted"
            else
                perform tally-next-consume
                    with test after
                    until rmqcaudit-eof
                close rmqcaudit-file
            end-if.

        tally-next-consume.
            read rmqcaudit-file
                at end
                    set rmqcaudit-eof to true
                not at end
                    move fc-caud-date to wk-trail-date
                    perform place-in-month
                    if wk-mon-idx > 0
                       and fc-caud-msg-len >= wk-env-header-len
                       and fc-caud-message(75:5) is numeric
                        move fc-caud-message(91:8) to wk-lookup-id
                        perform find-partner-by-id
                        if wk-pt-idx > 0
                            add 1 to pt-received(wk-pt-idx, wk-mon-idx)
                        end-if
                    end-if
            end-read.

       *> a refused message's header is taken at its word for who
       *> sent it; one too short to have a header can't be laid at
       *> anyone's door and is only counted
        count-the-rejects.
            open input rmqconsrej-file

            if not rmqconsrej-ok
                display "ptnrscor: no RMQCONSREJ reject file -- "
                        "nothing malformed counted"
            else
                perform tally-next-reject
                    with test after
                    until rmqconsrej-eof
                close rmqconsrej-file
            end-if.

        tally-next-reject.
            read rmqconsrej-file
                at end
                    set rmqconsrej-eof to true
                not at end
                    move fx-crej-date to wk-trail-date
                    perform place-in-month
                    if wk-mon-idx > 0
                        move spaces to wk-lookup-id
                        if fx-crej-msg-len >= wk-env-header-len
                            move fx-crej-message(91:8) to wk-lookup-id
                        end-if
                        perform find-partner-by-id
                        if wk-pt-idx > 0
                            add 1 to pt-malformed(wk-pt-idx, wk-mon-idx)
                        else
                            add 1 to wk-unattributed
                        end-if
                    end-if
            end-read.

        count-the-service-calls.
            open input rmqsvcjrn-file

            if not rmqsvcjrn-ok
                display "ptnrscor: no RMQSVCJRN service journal -- "
                        "no service calls counted"
            else
                perform tally-next-service-call
                    with test after
                    until rmqsvcjrn-eof
                close rmqsvcjrn-file
            end-if.

        tally-next-service-call.
            read rmqsvcjrn-file
                at end
                    set rmqsvcjrn-eof to true
                not at end
                    move fj-sjrn-date to wk-trail-date
                    perform place-in-month
                    move fj-sjrn-caller-id to wk-lookup-id
                    perform find-partner-by-id
                    if wk-mon-idx > 0 and wk-pt-idx > 0
                        add 1 to pt-svc-calls(wk-pt-idx, wk-mon-idx)
                        if fj-sjrn-denied
                            add 1 to pt-denied(wk-pt-idx, wk-mon-idx)
                        end-if
                        if fj-sjrn-throttled
                            add 1 to pt-throttled(wk-pt-idx, wk-mon-idx)
                        end-if
                    end-if
            end-read.

       *> ---------------------------------------------------------
        score-the-partners.
            perform score-one-partner
                varying wk-pt-idx from 1 by 1
                until wk-pt-idx > ptnr-count
                after wk-mon-idx from 1 by 1
                until wk-mon-idx > 2.

        score-one-partner.
            perform work-the-percentages

            compute wk-break-penalty =
                pt-break-days(wk-pt-idx, wk-mon-idx) * 5
            compute wk-penalty = wk-pct-unacked + wk-pct-failed
                + wk-pct-malformed + wk-pct-refused + wk-break-penalty

            if wk-penalty >= 100
                move 0 to pt-score(wk-pt-idx, wk-mon-idx)
            else
                compute pt-score(wk-pt-idx, wk-mon-idx) rounded =
                    100 - wk-penalty
            end-if.

        work-the-percentages.
            move 0 to wk-pct-unacked
            move 0 to wk-pct-failed
            move 0 to wk-pct-malformed
            move 0 to wk-pct-refused

            if pt-sent(wk-pt-idx, wk-mon-idx) > 0
                compute wk-pct-unacked rounded =
                    pt-unacked(wk-pt-idx, wk-mon-idx) * 100
                        / pt-sent(wk-pt-idx, wk-mon-idx)
            end-if

            if pt-acked(wk-pt-idx, wk-mon-idx) > 0
                compute wk-pct-failed rounded =
                    pt-failed(wk-pt-idx, wk-mon-idx) * 100
                        / pt-acked(wk-pt-idx, wk-mon-idx)
            end-if

       *> a refused message was usually consumed as well, but one
       *> the trail never saw still counts against them in full
            move pt-received(wk-pt-idx, wk-mon-idx) to wk-denominator
            if pt-malformed(wk-pt-idx, wk-mon-idx) > wk-denominator
                move pt-malformed(wk-pt-idx, wk-mon-idx)
                        to wk-denominator
            end-if
            if wk-denominator > 0
                compute wk-pct-malformed rounded =
                    pt-malformed(wk-pt-idx, wk-mon-idx) * 100
                        / wk-denominator
            end-if

            if pt-svc-calls(wk-pt-idx, wk-mon-idx) > 0
                compute wk-pct-refused rounded =
                    (pt-denied(wk-pt-idx, wk-mon-idx)
                     + pt-throttled(wk-pt-idx, wk-mon-idx)) * 100
                        / pt-svc-calls(wk-pt-idx, wk-mon-idx)
            end-if.

       *> ranked by repeated scans, the way ERRTRIAG ranks its
       *> signatures: best score first, the busier partner ahead on
       *> a tie; a partner with no traffic in the month isn't ranked
        rank-the-partners.
            perform rank-one-month
                varying wk-mon-idx from 1 by 1
                until wk-mon-idx > 2.

        rank-one-month.
            move 0 to wk-active-count
            perform count-one-active
                varying wk-pt-idx from 1 by 1
                until wk-pt-idx > ptnr-count

            move 0 to wk-rank-count
            perform rank-next-best
                until wk-rank-count >= wk-active-count.

        count-one-active.
            perform work-the-volume
            if wk-volume > 0
                add 1 to wk-active-count
            end-if.

        work-the-volume.
            compute wk-volume = pt-sent(wk-pt-idx, wk-mon-idx)
                + pt-received(wk-pt-idx, wk-mon-idx)
                + pt-svc-calls(wk-pt-idx, wk-mon-idx).

        rank-next-best.
            move 0 to wk-best-idx
            move -1 to wk-best-score
            move -1 to wk-best-volume

            perform consider-one-partner
                varying wk-pt-idx from 1 by 1
                until wk-pt-idx > ptnr-count

            add 1 to wk-rank-count
            if wk-best-idx > 0
                move wk-rank-count to pt-rank(wk-best-idx, wk-mon-idx)
            end-if.

        consider-one-partner.
            perform work-the-volume
            if wk-volume > 0
               and pt-rank(wk-pt-idx, wk-mon-idx) = 0
                if pt-score(wk-pt-idx, wk-mon-idx) > wk-best-score
                   or (pt-score(wk-pt-idx, wk-mon-idx) = wk-best-score
                       and wk-volume > wk-best-volume)
                    move wk-pt-idx to wk-best-idx
                    move pt-score(wk-pt-idx, wk-mon-idx)
                            to wk-best-score
                    move wk-volume to wk-best-volume
                end-if
            end-if.

       *> ---------------------------------------------------------
       *> ranked partners in rank order, then the month's idle ones
        write-the-scorecard.
            open output rmqscorerpt-file

            if not rmqscorerpt-ok
                move rmq-rc-file-error to return-code
                display "ptnrscor: unable to open scorecard report, "
                        "status " rmqscorerpt-status
                stop run
            end-if

            move 1 to wk-mon-idx
            perform write-one-rank
                varying wk-rank-no from 1 by 1
                until wk-rank-no > ptnr-count

            perform write-if-idle
                varying wk-pt-idx from 1 by 1
                until wk-pt-idx > ptnr-count

            close rmqscorerpt-file

            if wk-unattributed > 0
                display "ptnrscor: " wk-unattributed " refused "
                        "message(s) could not be laid at any partner"
            end-if

            display "ptnrscor: partners=" ptnr-count
                    " ranked=" wk-active-count
                    " published to partners=" pub-count
                    " lines written=" wk-lines-written.

        write-one-rank.
            perform write-if-ranked
                varying wk-pt-idx from 1 by 1
                until wk-pt-idx > ptnr-count.

        write-if-ranked.
            if pt-rank(wk-pt-idx, 1) = wk-rank-no
                perform write-one-partner-line
            end-if.

        write-if-idle.
            if pt-rank(wk-pt-idx, 1) = 0
                perform write-one-partner-line
            end-if.

        write-one-partner-line.
            move 1 to wk-mon-idx
            perform work-the-percentages

            move spaces to fr-scor-line
            move wk-month                   to fr-scor-month
            move pt-id(wk-pt-idx)           to fr-scor-partner-id
            move pt-name(wk-pt-idx)         to fr-scor-partner-name
            move pt-sent(wk-pt-idx, 1)      to fr-scor-sent
            move pt-received(wk-pt-idx, 1)  to fr-scor-received
            move pt-acked(wk-pt-idx, 1)     to fr-scor-acked
            move 0 to fr-scor-ack-avg-secs
            if pt-acked(wk-pt-idx, 1) > 0
                compute fr-scor-ack-avg-secs rounded =
                    pt-ack-secs(wk-pt-idx, 1) / pt-acked(wk-pt-idx, 1)
            end-if
            move pt-ack-worst(wk-pt-idx, 1) to fr-scor-ack-worst-secs
            move wk-pct-unacked             to fr-scor-unacked-pct
            move pt-failed(wk-pt-idx, 1)    to fr-scor-failed-acks
            move pt-break-days(wk-pt-idx, 1) to fr-scor-break-days
            move pt-malformed(wk-pt-idx, 1) to fr-scor-malformed
            move pt-svc-calls(wk-pt-idx, 1) to fr-scor-svc-calls
            move pt-denied(wk-pt-idx, 1)    to fr-scor-denied
            move pt-throttled(wk-pt-idx, 1) to fr-scor-throttled
       *> a month without traffic has no rank or score to show
            if pt-rank(wk-pt-idx, 1) > 0
                move pt-rank(wk-pt-idx, 1)  to fr-scor-rank
                move pt-score(wk-pt-idx, 1) to fr-scor-score
            end-if
            if pt-rank(wk-pt-idx, 2) > 0
                move pt-rank(wk-pt-idx, 2)  to fr-scor-prior-rank
                move pt-score(wk-pt-idx, 2) to fr-scor-prior-score
            end-if
            perform describe-the-movement

            write fr-scor-line
            add 1 to wk-lines-written.

        describe-the-movement.
            if pt-rank(wk-pt-idx, 1) = 0
                move "IDLE" to fr-scor-movement
            else
                if pt-rank(wk-pt-idx, 2) = 0
                    move "NEW" to fr-scor-movement
                else
                    compute wk-rank-move =
                        pt-rank(wk-pt-idx, 2) - pt-rank(wk-pt-idx, 1)
                    evaluate true
                        when wk-rank-move > 0
                            move wk-rank-move to wk-move-disp
                            string "UP " delimited by size
                                   function trim(wk-move-disp)
                                        delimited by size
                                   into fr-scor-movement
                            end-string
                        when wk-rank-move < 0
                            compute wk-move-disp = 0 - wk-rank-move
                            string "DOWN " delimited by size
                                   function trim(wk-move-disp)
                                        delimited by size
                                   into fr-scor-movement
                            end-string
                        when other
                            move "SAME" to fr-scor-movement
                    end-evaluate
                end-if
            end-if.

        end program ptnrscor.
