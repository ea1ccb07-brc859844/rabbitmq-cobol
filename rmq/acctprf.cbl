        identification division.
        program-id.    acctprf.

       *> acctprf is the daily account proof that runs ahead of the
       *> nightly ACCTLOAD refresh -- the INVRECON of the account
       *> side.  For every account on ACCTMST it takes the opening
       *> balance the last refresh loaded (acct-loaded-balance), adds
       *> the ACCTPOST postings (every POSTTXN posting) and the
       *> ACCTAUD balance changes (ACCTMNT and ACCTAPPR, taken as the
       *> difference between before and after) made since that
       *> refresh, and proves the result three ways:
       *>
       *>   - against the balance ACCTMST carries now;
       *>   - against the balance on the new ACCTEXTR extract the
       *>     refresh is about to load (skipped, and said so, when
       *>     the extract hasn't arrived);
       *>   - movement for movement against the ACCTHST history --
       *>     every journal movement must have its history entry
       *>     (same account, direction and amount) and every history
       *>     entry its journal movement.
       *>
       *> The day runs from the READY stamp on ACCTLDST (rmqldst.cpy)
       *> -- the instant the last refresh swapped in -- or from
       *> midnight when there has never been one.  Every account goes
       *> on the ACCTPRFRPT proof report (rmqprfrp.cpy) with a total
       *> line proved the same way; movement for an account the
       *> master no longer carries, and an extract account the master
       *> never had, go on it too.  Any break ends the job
       *> rmq-rc-recon-break so the refresh doesn't bury the gap.

        environment division.
        input-output section.
        file-control.
            select acctmst-file assign to "ACCTMST"
                organization indexed
                access mode sequential
                record key am-acct-number
                file status is acctmst-status.
            select accthst-file assign to "ACCTHST"
                organization indexed
                access mode sequential
                record key ah-hist-key
                file status is accthst-status.
            select acctpost-file assign to "ACCTPOST"
                organization line sequential
                file status is acctpost-status.
            select acctaud-file assign to "ACCTAUD"
                organization line sequential
                file status is acctaud-status.
            select acctextr-file assign to "ACCTEXTR"
                organization line sequential
                file status is acctextr-status.
            select acctldst-file assign to "ACCTLDST"
                organization line sequential
                file status is acctldst-status.
            select acctprfrpt-file assign to "ACCTPRFRPT"
                organization line sequential
                file status is acctprfrpt-status.

        data division.
        file section.
        fd  acctmst-file.
            copy rmqacct replacing ==:pfx:== by ==am==.
        fd  accthst-file.
            copy rmqachst replacing ==:pfx:== by ==ah==.
        fd  acctpost-file.
            copy rmqacpst replacing ==:pfx:== by ==fp==.
        fd  acctaud-file.
            copy rmqacaud replacing ==:pfx:== by ==fa==.
        fd  acctextr-file.
            copy rmqacctx replacing ==:pfx:== by ==fx==.
            copy rmqextrl replacing ==:pfx:== by ==ft==.
        fd  acctldst-file.
            copy rmqldst replacing ==:pfx:== by ==fs==.
        fd  acctprfrpt-file.
            copy rmqprfrp replacing ==:pfx:== by ==fr==.

        working-storage section.

        01  acctmst-status         pic xx.
            88 acctmst-ok          value "00".
            88 acctmst-eof         value "10".

        01  accthst-status         pic xx.
            88 accthst-ok          value "00".
            88 accthst-eof         value "10".

        01  acctpost-status        pic xx.
            88 acctpost-ok         value "00".
            88 acctpost-eof        value "10".

        01  acctaud-status         pic xx.
            88 acctaud-ok          value "00".
            88 acctaud-eof         value "10".

        01  acctextr-status        pic xx.
            88 acctextr-ok         value "00".
            88 acctextr-eof        value "10".

        01  acctldst-status        pic xx.
            88 acctldst-ok         value "00".

        01  acctprfrpt-status      pic xx.
            88 acctprfrpt-ok       value "00".

            copy rmqretc.

        01  wk-today               pic 9(8).
        01  wk-today-edit          redefines wk-today.
            05 wk-today-yyyy       pic 9(4).
            05 wk-today-mm         pic 9(2).
            05 wk-today-dd         pic 9(2).
        01  wk-run-date            pic x(10).

       *> the start of the day being proved, and the stamp of the
       *> journal or history entry being judged against it
        01  wk-since-stamp.
            05 wk-since-date       pic x(10).
            05 wk-since-time       pic x(8).
        01  wk-entry-stamp.
            05 wk-entry-date       pic x(10).
            05 wk-entry-time       pic x(8).

       *> one row per account moved since the refresh, charged with
       *> the journals' net movement and the history's match count
        01  proof-table.
            05 proof-count         binary-long value 0.
            05 proof-entry         occurs 5000 times.
                10 proof-acct-number   pic x(10).
                10 proof-posted        pic s9(11)v99.
                10 proof-maintained    pic s9(11)v99.
                10 proof-jrnl-moves    binary-long.
                10 proof-hist-moves    binary-long.
                10 proof-unmatched     binary-long.
                10 proof-seen-flag     pic x(1).

       *> every journal movement since the refresh, ticked off as
       *> its history entry turns up
        01  move-table.
            05 move-count          binary-long value 0.
            05 move-entry          occurs 10000 times.
                10 move-acct-number    pic x(10).
                10 move-dc             pic x(1).
                10 move-amount         pic 9(9)v99.
                10 move-matched-flag   pic x(1).

       *> the new extract's balances, ticked off as the master
       *> accounts find them
        01  extr-table.
            05 extr-count          binary-long value 0.
            05 extr-entry          occurs 10000 times.
                10 extr-acct-number    pic x(10).
                10 extr-balance        pic s9(9)v99.
                10 extr-seen-flag      pic x(1).
        01  wk-extract-flag        pic x(1) value "N".
            88 wk-extract-loaded   value "Y".

        01  wk-idx                 binary-long.
        01  wk-move-idx            binary-long.
        01  wk-extr-idx            binary-long.
        01  wk-found-flag          pic x(1).
            88 wk-entry-found      value "Y".
        01  wk-lookup-acct         pic x(10).
        01  wk-mv-dc               pic x(1).
        01  wk-mv-amount           pic 9(9)v99.
        01  wk-mv-change           pic s9(9)v99.

       *> the figures for the line being written
        01  wk-opening             pic s9(11)v99.
        01  wk-posted              pic s9(11)v99.
        01  wk-maintained          pic s9(11)v99.
        01  wk-expected            pic s9(11)v99.
        01  wk-master              pic s9(11)v99.
        01  wk-extract             pic s9(11)v99.
        01  wk-jrnl-moves          binary-long.
        01  wk-hist-moves          binary-long.
        01  wk-master-flag         pic x(1).
        01  wk-extr-flag           pic x(1).
        01  wk-history-flag        pic x(1).
        01  wk-note                pic x(16).

        01  wk-total-opening       pic s9(13)v99 value 0.
        01  wk-total-posted        pic s9(13)v99 value 0.
        01  wk-total-maintained    pic s9(13)v99 value 0.
        01  wk-total-expected      pic s9(13)v99 value 0.
        01  wk-total-master        pic s9(13)v99 value 0.
        01  wk-total-extract       pic s9(13)v99 value 0.
        01  wk-total-jrnl-moves    binary-long value 0.
        01  wk-total-hist-moves    binary-long value 0.
        01  wk-total-unmatched     binary-long value 0.

        01  wk-post-count          binary-long value 0.
        01  wk-aud-count           binary-long value 0.
        01  wk-hist-count          binary-long value 0.
        01  wk-acct-count          binary-long value 0.
        01  wk-line-count          binary-long value 0.
        01  wk-break-count         binary-long value 0.

       *> one run-history line per run, through RMQ0RUNH
        01  wk-runh-rc            binary-long value 0.
        01  wk-runh-in            binary-long value 0.
        01  wk-runh-out           binary-long value 0.

        procedure division.

        main-line.
            call "RMQ0RUNH" using "START   ", "ACCTPRF ", wk-runh-rc,
                        wk-runh-in, wk-runh-out
            end-call
            perform get-the-run-date
            perform load-the-period-start
            perform gather-the-postings
            perform gather-the-maintenance
            perform match-the-history
            perform load-the-extract
            perform open-the-report
            perform prove-the-master
            perform prove-one-stray-account
                varying wk-idx from 1 by 1
                until wk-idx > proof-count
            perform prove-one-stray-extract
                varying wk-extr-idx from 1 by 1
                until wk-extr-idx > extr-count
            perform write-the-total-line
            close acctprfrpt-file
            perform report-the-outcome
            perform end-the-run.

        get-the-run-date.
            call "RMQ0BDT" using "CURRENT ", wk-today
            end-call
            move spaces to wk-run-date
            string wk-today-yyyy delimited by size
                   "-" delimited by size
                   wk-today-mm delimited by size
                   "-" delimited by size
                   wk-today-dd delimited by size
                   into wk-run-date
            end-string.

       *> a refresh caught mid-swap leaves nothing steady to prove
        load-the-period-start.
            move wk-run-date to wk-since-date
            move "00:00:00" to wk-since-time

            open input acctldst-file
            if acctldst-ok
                read acctldst-file
                    at end
                        continue
                    not at end
                        if fs-ldst-loading
                            move rmq-rc-file-error to return-code
                            display "acctprf: account refresh in "
                                    "progress -- nothing proved"
                            close acctldst-file
                            perform end-the-run
                        end-if
                        if fs-ldst-ready
                            move fs-ldst-date to wk-since-date
                            move fs-ldst-time to wk-since-time
                        end-if
                end-read
                close acctldst-file
            end-if

            display "acctprf: proving movement since " wk-since-date
                    " " wk-since-time.

        gather-the-postings.
            open input acctpost-file
            if acctpost-ok
                perform gather-next-posting
                    with test after
                    until acctpost-eof
                close acctpost-file
            end-if.

        gather-next-posting.
            read acctpost-file
                at end
                    set acctpost-eof to true
                not at end
                    move fp-acpst-date to wk-entry-date
                    move fp-acpst-time to wk-entry-time
                    if wk-entry-stamp >= wk-since-stamp
                       and fp-acpst-amount is numeric
                        add 1 to wk-post-count
                        move fp-acpst-acct-number to wk-lookup-acct
                        move fp-acpst-dc to wk-mv-dc
                        move fp-acpst-amount to wk-mv-amount
                        perform find-the-entry
                        if fp-acpst-credit
                            add fp-acpst-amount
                                to proof-posted(wk-idx)
                        else
                            subtract fp-acpst-amount
                                from proof-posted(wk-idx)
                        end-if
                        perform add-the-movement
                    end-if
            end-read.

       *> a rejected change and a status-only change moved no money
        gather-the-maintenance.
            open input acctaud-file
            if acctaud-ok
                perform gather-next-audit
                    with test after
                    until acctaud-eof
                close acctaud-file
            end-if.

        gather-next-audit.
            read acctaud-file
                at end
                    set acctaud-eof to true
                not at end
                    move fa-acaud-date to wk-entry-date
                    move fa-acaud-time to wk-entry-time
                    if wk-entry-stamp >= wk-since-stamp
                       and fa-acaud-before-balance is numeric
                       and fa-acaud-after-balance is numeric
                       and not fa-acaud-reject
                       and fa-acaud-after-balance
                               not = fa-acaud-before-balance
                        add 1 to wk-aud-count
                        compute wk-mv-change =
                            fa-acaud-after-balance
                            - fa-acaud-before-balance
                        if wk-mv-change > 0
                            move "C" to wk-mv-dc
                            move wk-mv-change to wk-mv-amount
                        else
                            move "D" to wk-mv-dc
                            compute wk-mv-amount = 0 - wk-mv-change
                        end-if
                        move fa-acaud-acct-number to wk-lookup-acct
                        perform find-the-entry
                        add wk-mv-change to proof-maintained(wk-idx)
                        perform add-the-movement
                    end-if
            end-read.

       *> the table overflowing means the proof can't be trusted
        add-the-movement.
            if move-count >= 10000
                move rmq-rc-file-error to return-code
                display "acctprf: more than 10000 movements -- "
                        "nothing proved"
                perform end-the-run
            end-if
            add 1 to move-count
            move wk-lookup-acct to move-acct-number(move-count)
            move wk-mv-dc       to move-dc(move-count)
            move wk-mv-amount   to move-amount(move-count)
            move "N"            to move-matched-flag(move-count)
            add 1 to proof-jrnl-moves(wk-idx).

        find-the-entry.
            move "N" to wk-found-flag
            perform search-the-entry
                varying wk-idx from 1 by 1
                until wk-idx > proof-count
                   or wk-entry-found

            if wk-entry-found
                subtract 1 from wk-idx
            else
                if proof-count >= 5000
                    move rmq-rc-file-error to return-code
                    display "acctprf: more than 5000 accounts moved "
                            "-- nothing proved"
                    perform end-the-run
                end-if
                add 1 to proof-count
                move proof-count to wk-idx
                move wk-lookup-acct to proof-acct-number(wk-idx)
                move zero to proof-posted(wk-idx)
                move zero to proof-maintained(wk-idx)
                move zero to proof-jrnl-moves(wk-idx)
                move zero to proof-hist-moves(wk-idx)
                move zero to proof-unmatched(wk-idx)
                move "N" to proof-seen-flag(wk-idx)
            end-if.

        search-the-entry.
            if proof-acct-number(wk-idx) = wk-lookup-acct
                set wk-entry-found to true
            end-if.

       *> the history is walked whole; each entry since the refresh
       *> ticks off one journal movement of its own account,
       *> direction and amount, and one that finds none is a break
        match-the-history.
            open input accthst-file
            if accthst-ok
                perform match-next-history
                    with test after
                    until accthst-eof
                close accthst-file
            end-if

            perform count-one-unmatched
                varying wk-move-idx from 1 by 1
                until wk-move-idx > move-count.

        match-next-history.
            read accthst-file next record
                at end
                    set accthst-eof to true
                not at end
                    move ah-hist-date to wk-entry-date
                    move ah-hist-time to wk-entry-time
                    if wk-entry-stamp >= wk-since-stamp
                        add 1 to wk-hist-count
                        move ah-hist-acct-number to wk-lookup-acct
                        perform find-the-entry
                        add 1 to proof-hist-moves(wk-idx)
                        perform match-the-movement
                        if not wk-entry-found
                            add 1 to proof-unmatched(wk-idx)
                            display "acctprf: history entry "
                                    ah-hist-acct-number " "
                                    ah-hist-date " " ah-hist-time
                                    " has no journal movement"
                        end-if
                    end-if
            end-read.

        match-the-movement.
            move "N" to wk-found-flag
            perform match-one-movement
                varying wk-move-idx from 1 by 1
                until wk-move-idx > move-count
                   or wk-entry-found.

        match-one-movement.
            if move-matched-flag(wk-move-idx) = "N"
               and move-acct-number(wk-move-idx) = ah-hist-acct-number
               and move-dc(wk-move-idx) = ah-hist-dc
               and move-amount(wk-move-idx) = ah-hist-amount
                move "Y" to move-matched-flag(wk-move-idx)
                set wk-entry-found to true
            end-if.

        count-one-unmatched.
            if move-matched-flag(wk-move-idx) = "N"
                move move-acct-number(wk-move-idx) to wk-lookup-acct
                perform find-the-entry
                add 1 to proof-unmatched(wk-idx)
                display "acctprf: journal movement "
                        move-acct-number(wk-move-idx) " "
                        move-dc(wk-move-idx) " "
                        move-amount(wk-move-idx)
                        " has no history entry"
            end-if.

       *> no extract yet is not a break -- that proof waits for it
        load-the-extract.
            open input acctextr-file
            if not acctextr-ok
                display "acctprf: no ledger extract -- master and "
                        "history proved, extract not proved"
            else
                set wk-extract-loaded to true
                perform load-next-extract
                    with test after
                    until acctextr-eof
                close acctextr-file
            end-if.

        load-next-extract.
            read acctextr-file
                at end
                    set acctextr-eof to true
                not at end
                    if not ft-trl-is-trailer
                        perform take-the-extract-account
                    end-if
            end-read.

       *> the control trailer, if the ledger sent one, is no account
        take-the-extract-account.
            if extr-count >= 10000
                move rmq-rc-file-error to return-code
                display "acctprf: more than 10000 extract "
                        "accounts -- nothing proved"
                perform end-the-run
            end-if
            add 1 to extr-count
            move fx-ext-acct-number
                    to extr-acct-number(extr-count)
            if fx-ext-balance is numeric
                move fx-ext-balance
                        to extr-balance(extr-count)
            else
                move zero to extr-balance(extr-count)
            end-if
            move "N" to extr-seen-flag(extr-count).

        open-the-report.
            open output acctprfrpt-file

            if not acctprfrpt-ok
                move rmq-rc-file-error to return-code
                display "acctprf: unable to open proof report"
                perform end-the-run
            end-if.

        prove-the-master.
            open input acctmst-file

            if not acctmst-ok
                move rmq-rc-file-error to return-code
                display "acctprf: unable to open account master, "
                        "status " acctmst-status
                close acctprfrpt-file
                perform end-the-run
            end-if

            perform prove-next-account
                with test after
                until acctmst-eof

            close acctmst-file.

        prove-next-account.
            read acctmst-file next record
                at end
                    set acctmst-eof to true
                not at end
                    add 1 to wk-acct-count
                    perform prove-one-account
            end-read.

       *> a master that predates the opening balance has nothing to
       *> prove from and breaks until the next refresh stamps it
        prove-one-account.
            move spaces to wk-note
            move am-acct-number to wk-lookup-acct
            perform charge-the-movements

            if am-acct-loaded-balance is numeric
                move am-acct-loaded-balance to wk-opening
            else
                move zero to wk-opening
                move "NO OPENING" to wk-note
            end-if
            compute wk-expected = wk-opening + wk-posted
                                + wk-maintained
            move am-acct-balance to wk-master

            if wk-expected = wk-master and wk-note = spaces
                move "Y" to wk-master-flag
            else
                move "N" to wk-master-flag
            end-if

            perform prove-to-the-extract
            perform write-one-proof-line.

        charge-the-movements.
            move zero to wk-posted
            move zero to wk-maintained
            move zero to wk-jrnl-moves
            move zero to wk-hist-moves
            move "Y" to wk-history-flag

            move "N" to wk-found-flag
            perform search-the-entry
                varying wk-idx from 1 by 1
                until wk-idx > proof-count
                   or wk-entry-found

            if wk-entry-found
                subtract 1 from wk-idx
                move "Y" to proof-seen-flag(wk-idx)
                move proof-posted(wk-idx)      to wk-posted
                move proof-maintained(wk-idx)  to wk-maintained
                move proof-jrnl-moves(wk-idx)  to wk-jrnl-moves
                move proof-hist-moves(wk-idx)  to wk-hist-moves
                if proof-unmatched(wk-idx) > 0
                    move "N" to wk-history-flag
                    add proof-unmatched(wk-idx) to wk-total-unmatched
                end-if
            end-if.

       *> an account the extract doesn't carry is proved to zero --
       *> the ledger dropping a live balance is a break
        prove-to-the-extract.
            move zero to wk-extract
            move space to wk-extr-flag

            if wk-extract-loaded
                move "N" to wk-found-flag
                perform search-the-extract
                    varying wk-extr-idx from 1 by 1
                    until wk-extr-idx > extr-count
                       or wk-entry-found

                if wk-entry-found
                    subtract 1 from wk-extr-idx
                    move "Y" to extr-seen-flag(wk-extr-idx)
                    move extr-balance(wk-extr-idx) to wk-extract
                else
                    if wk-note = spaces
                        move "NOT ON EXTRACT" to wk-note
                    end-if
                end-if

                if wk-expected = wk-extract
                    move "Y" to wk-extr-flag
                else
                    move "N" to wk-extr-flag
                end-if
            end-if.

        search-the-extract.
            if extr-acct-number(wk-extr-idx) = wk-lookup-acct
                set wk-entry-found to true
            end-if.

       *> movement for an account the master no longer carries has
       *> nowhere to have landed
        prove-one-stray-account.
            if proof-seen-flag(wk-idx) = "N"
                move proof-acct-number(wk-idx) to wk-lookup-acct
                move "NOT ON MASTER" to wk-note
                move zero to wk-opening
                move zero to wk-master
                move proof-posted(wk-idx)      to wk-posted
                move proof-maintained(wk-idx)  to wk-maintained
                move proof-jrnl-moves(wk-idx)  to wk-jrnl-moves
                move proof-hist-moves(wk-idx)  to wk-hist-moves
                move "Y" to wk-history-flag
                if proof-unmatched(wk-idx) > 0
                    move "N" to wk-history-flag
                    add proof-unmatched(wk-idx) to wk-total-unmatched
                end-if
                compute wk-expected = wk-posted + wk-maintained
                move "N" to wk-master-flag
                perform prove-to-the-extract
                perform write-one-proof-line
            end-if.

       *> an extract account the master never had: nothing moved it
       *> here, so it proves only at zero
        prove-one-stray-extract.
            if extr-seen-flag(wk-extr-idx) = "N"
                move extr-acct-number(wk-extr-idx) to wk-lookup-acct
                move "NOT ON MASTER" to wk-note
                move zero to wk-opening
                move zero to wk-posted
                move zero to wk-maintained
                move zero to wk-expected
                move zero to wk-master
                move zero to wk-jrnl-moves
                move zero to wk-hist-moves
                move extr-balance(wk-extr-idx) to wk-extract
                move "Y" to extr-seen-flag(wk-extr-idx)
                if wk-extract = zero
                    move "Y" to wk-master-flag
                    move "Y" to wk-extr-flag
                else
                    move "N" to wk-master-flag
                    move "N" to wk-extr-flag
                end-if
                move "Y" to wk-history-flag
                perform write-one-proof-line
            end-if.

        write-one-proof-line.
            move spaces to fr-prfrp-line
            move wk-run-date          to fr-prfrp-date
            move wk-lookup-acct       to fr-prfrp-acct-number
            move wk-opening           to fr-prfrp-opening
            move wk-posted            to fr-prfrp-posted
            move wk-maintained        to fr-prfrp-maintained
            move wk-expected          to fr-prfrp-expected
            move wk-master            to fr-prfrp-master
            if wk-extract-loaded
                move wk-extract       to fr-prfrp-extract
            end-if
            move wk-jrnl-moves        to fr-prfrp-jrnl-moves
            move wk-hist-moves        to fr-prfrp-hist-moves
            move wk-master-flag       to fr-prfrp-master-flag
            move wk-extr-flag         to fr-prfrp-extract-flag
            move wk-history-flag      to fr-prfrp-history-flag
            move wk-note              to fr-prfrp-note

            if wk-master-flag = "N" or wk-extr-flag = "N"
               or wk-history-flag = "N"
                move "BREAK" to fr-prfrp-status
                add 1 to wk-break-count
                display "acctprf: BREAK " wk-lookup-acct
                        " expected " wk-expected
                        " master " wk-master
                        " extract " wk-extract " " wk-note
            else
                move "OK" to fr-prfrp-status
            end-if
            write fr-prfrp-line
            add 1 to wk-line-count

            add wk-opening    to wk-total-opening
            add wk-posted     to wk-total-posted
            add wk-maintained to wk-total-maintained
            add wk-expected   to wk-total-expected
            add wk-master     to wk-total-master
            add wk-extract    to wk-total-extract
            add wk-jrnl-moves to wk-total-jrnl-moves
            add wk-hist-moves to wk-total-hist-moves.

        write-the-total-line.
            move spaces to fr-prfrp-line
            move wk-run-date          to fr-prfrp-date
            move "*TOTAL*"            to fr-prfrp-acct-number
            move wk-total-opening     to fr-prfrp-opening
            move wk-total-posted      to fr-prfrp-posted
            move wk-total-maintained  to fr-prfrp-maintained
            move wk-total-expected    to fr-prfrp-expected
            move wk-total-master      to fr-prfrp-master
            move wk-total-jrnl-moves  to fr-prfrp-jrnl-moves
            move wk-total-hist-moves  to fr-prfrp-hist-moves
            move "OK"                 to fr-prfrp-status

            if wk-total-expected = wk-total-master
                move "Y" to fr-prfrp-master-flag
            else
                move "N" to fr-prfrp-master-flag
                move "BREAK" to fr-prfrp-status
            end-if

            if wk-extract-loaded
                move wk-total-extract to fr-prfrp-extract
                if wk-total-expected = wk-total-extract
                    move "Y" to fr-prfrp-extract-flag
                else
                    move "N" to fr-prfrp-extract-flag
                    move "BREAK" to fr-prfrp-status
                end-if
            end-if

            if wk-total-jrnl-moves = wk-total-hist-moves
               and wk-total-unmatched = 0
                move "Y" to fr-prfrp-history-flag
            else
                move "N" to fr-prfrp-history-flag
                move "BREAK" to fr-prfrp-status
            end-if

            if fr-prfrp-status = "BREAK"
                add 1 to wk-break-count
            end-if
            write fr-prfrp-line.

        report-the-outcome.
            display "acctprf: accounts=" wk-acct-count
                    " postings=" wk-post-count
                    " maintenance changes=" wk-aud-count
                    " history entries=" wk-hist-count
                    " extract accounts=" extr-count
                    " breaks=" wk-break-count

            if wk-break-count > 0
                move rmq-rc-recon-break to return-code
                display "acctprf: PROOF BREAK -- hold the refresh and "
                        "chase the breaks on ACCTPRFRPT"
            end-if.

        end-the-run.
            move return-code to wk-runh-rc
            call "RMQ0RUNH" using "END     ", "ACCTPRF ", wk-runh-rc,
                        wk-acct-count, wk-line-count
            end-call
            move wk-runh-rc to return-code
            stop run.

        end program acctprf.
