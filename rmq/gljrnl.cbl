        identification division.
        program-id.    gljrnl.

       *> gljrnl is the daily general-ledger journal interface back
       *> to the ledger system.  ACCTEXTR comes from the ledger, but
       *> nothing applied here ever went back to it, so the next
       *> extract could quietly undo the day.  This job picks up
       *> every movement since the last feed -- each POSTTXN posting
       *> on the ACCTPOST journal (partner postings, BILLRUN debits,
       *> PAYAPPLY and RETURNORD credits alike) and each balance
       *> change ACCTMNT or ACCTAPPR made on the ACCTAUD audit, taken
       *> as the difference between its before and after balances --
       *> summarises them by account and direction, and writes them
       *> to the feed file GLJRNL.F<feed number> in the ledger's
       *> interface layout (rmqgljn.cpy), closed by a trailer with
       *> the record count and debit and credit hash totals.
       *>
       *> The GLHWM high-water mark (rmqglhwm.cpy) holds how many
       *> leading records of each journal earlier feeds covered.  The
       *> feed is then read back and proved: its detail count and
       *> hash totals must agree with the trailer and with the
       *> movements read.  Only a feed that proves moves the mark; one
       *> that doesn't -- or a journal shorter than the mark says it
       *> was -- ends with the recon-break return code, which stops
       *> the DEMO12 window, and the mark stays put so the next run
       *> sends the same movements again.

        environment division.
        input-output section.
        file-control.
            select acctpost-file assign to "ACCTPOST"
                organization line sequential
                file status is acctpost-status.
            select acctaud-file assign to "ACCTAUD"
                organization line sequential
                file status is acctaud-status.
            select glhwm-file assign to "GLHWM"
                organization line sequential
                file status is glhwm-status.
            select gljrnl-file assign using wk-gl-name
                organization line sequential
                file status is gljrnl-status.

        data division.
        file section.
        fd  acctpost-file.
            copy rmqacpst replacing ==:pfx:== by ==fp==.
        fd  acctaud-file.
            copy rmqacaud replacing ==:pfx:== by ==fa==.
        fd  glhwm-file.
            copy rmqglhwm replacing ==:pfx:== by ==fh==.
        fd  gljrnl-file.
            copy rmqgljn replacing ==:pfx:== by ==fg==.

        working-storage section.

        01  acctpost-status        pic xx.
            88 acctpost-ok         value "00".
            88 acctpost-eof        value "10".

        01  acctaud-status         pic xx.
            88 acctaud-ok          value "00".
            88 acctaud-eof         value "10".

        01  glhwm-status           pic xx.
            88 glhwm-ok            value "00".

        01  gljrnl-status          pic xx.
            88 gljrnl-ok           value "00".
            88 gljrnl-eof          value "10".

            copy rmqretc.

        01  wk-today               pic 9(8).
        01  wk-today-edit          redefines wk-today.
            05 wk-today-yyyy       pic 9(4).
            05 wk-today-mm         pic 9(2).
            05 wk-today-dd         pic 9(2).
        01  wk-run-date            pic x(10).

        01  wk-gl-name             pic x(20) value spaces.
        01  wk-feed-no             pic 9(6) value 0.

       *> the mark as found, and as it will stand if this feed proves
        01  wk-old-post-count      binary-long value 0.
        01  wk-old-aud-count       binary-long value 0.
        01  wk-post-count          binary-long value 0.
        01  wk-aud-count           binary-long value 0.

       *> the movements summarised by account and direction
        01  gl-table.
            05 gl-count            binary-long value 0.
            05 gl-entry            occurs 2000 times.
                10 gl-acct-number      pic x(10).
                10 gl-dc               pic x(1).
                10 gl-amount           pic 9(11)v99.
                10 gl-movements        binary-long.
        01  wk-gl-idx              binary-long.
        01  wk-found-flag          pic x(1).
            88 wk-entry-found      value "Y".

        01  wk-mv-acct             pic x(10).
        01  wk-mv-dc               pic x(1).
        01  wk-mv-amount           pic 9(11)v99.
        01  wk-aud-change          pic s9(11)v99.

       *> control totals: what was read off the journals, what was
       *> written, and what the written feed reads back as
        01  wk-src-movements       binary-long value 0.
        01  wk-src-debit           pic 9(13)v99 value zero.
        01  wk-src-credit          pic 9(13)v99 value zero.
        01  wk-out-records         binary-long value 0.
        01  wk-out-debit           pic 9(13)v99 value zero.
        01  wk-out-credit          pic 9(13)v99 value zero.
        01  wk-chk-records         binary-long value 0.
        01  wk-chk-debit           pic 9(13)v99 value zero.
        01  wk-chk-credit          pic 9(13)v99 value zero.
        01  wk-chk-trailers        binary-long value 0.
        01  wk-trl-records         pic 9(9) value 0.
        01  wk-trl-debit           pic 9(13)v99 value zero.
        01  wk-trl-credit          pic 9(13)v99 value zero.

        01  wk-balance-flag        pic x(1) value "N".
            88 wk-feed-balances    value "Y".

       *> one run-history line per run, through RMQ0RUNH
        01  wk-runh-rc            binary-long value 0.
        01  wk-runh-in            binary-long value 0.
        01  wk-runh-out           binary-long value 0.

        procedure division.

        main-line.
            call "RMQ0RUNH" using "START   ", "GLJRNL  ", wk-runh-rc,
                        wk-runh-in, wk-runh-out
            end-call
            perform get-the-run-date
            perform load-the-mark
            perform gather-the-postings
            perform gather-the-maintenance
            perform write-the-feed
            perform prove-the-feed
            if wk-feed-balances
                perform advance-the-mark
            else
                move rmq-rc-recon-break to return-code
                display "gljrnl: feed " wk-feed-no " does not balance "
                        "-- high-water mark not moved"
            end-if
            perform report-summary
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

        load-the-mark.
            move 0 to wk-feed-no
            open input glhwm-file
            if glhwm-ok
                read glhwm-file
                    at end
                        continue
                    not at end
                        move fh-glhwm-feed-no    to wk-feed-no
                        move fh-glhwm-post-count to wk-old-post-count
                        move fh-glhwm-aud-count  to wk-old-aud-count
                end-read
                close glhwm-file
            end-if

            add 1 to wk-feed-no
            move spaces to wk-gl-name
            string "GLJRNL.F" delimited by size
                   wk-feed-no delimited by size
                   into wk-gl-name
            end-string

            display "gljrnl: feed " wk-feed-no " after "
                    wk-old-post-count " posting(s) and "
                    wk-old-aud-count " audit entr(ies) already sent".

       *> postings the mark already covers are counted past, not
       *> summarised; a journal shorter than the mark has been
       *> replaced under us and nothing it says can be trusted
        gather-the-postings.
            open input acctpost-file
            if acctpost-ok
                perform gather-next-posting
                    with test after
                    until acctpost-eof
                close acctpost-file
            end-if

            if wk-post-count < wk-old-post-count
                move rmq-rc-recon-break to return-code
                display "gljrnl: ACCTPOST holds " wk-post-count
                        " record(s) but " wk-old-post-count
                        " were already sent -- no feed"
                perform end-the-run
            end-if.

        gather-next-posting.
            read acctpost-file
                at end
                    set acctpost-eof to true
                not at end
                    add 1 to wk-post-count
                    if wk-post-count > wk-old-post-count
                       and fp-acpst-amount is numeric
                       and fp-acpst-amount > zero
                       and (fp-acpst-debit or fp-acpst-credit)
                        move fp-acpst-acct-number to wk-mv-acct
                        move fp-acpst-dc          to wk-mv-dc
                        move fp-acpst-amount      to wk-mv-amount
                        perform add-the-movement
                    end-if
            end-read.

        gather-the-maintenance.
            open input acctaud-file
            if acctaud-ok
                perform gather-next-audit
                    with test after
                    until acctaud-eof
                close acctaud-file
            end-if

            if wk-aud-count < wk-old-aud-count
                move rmq-rc-recon-break to return-code
                display "gljrnl: ACCTAUD holds " wk-aud-count
                        " record(s) but " wk-old-aud-count
                        " were already sent -- no feed"
                perform end-the-run
            end-if.

       *> a maintenance entry moves money only when its balance
       *> changed: up is a credit, down a debit.  A rejection carries
       *> the same before and after and drops out here.
        gather-next-audit.
            read acctaud-file
                at end
                    set acctaud-eof to true
                not at end
                    add 1 to wk-aud-count
                    if wk-aud-count > wk-old-aud-count
                       and fa-acaud-before-balance is numeric
                       and fa-acaud-after-balance is numeric
                       and not fa-acaud-reject
                        compute wk-aud-change =
                            fa-acaud-after-balance
                            - fa-acaud-before-balance
                        if wk-aud-change not = zero
                            move fa-acaud-acct-number to wk-mv-acct
                            if wk-aud-change > zero
                                move "C" to wk-mv-dc
                                move wk-aud-change to wk-mv-amount
                            else
                                move "D" to wk-mv-dc
                                compute wk-mv-amount =
                                    zero - wk-aud-change
                            end-if
                            perform add-the-movement
                        end-if
                    end-if
            end-read.

        add-the-movement.
            add 1 to wk-src-movements
            if wk-mv-dc = "D"
                add wk-mv-amount to wk-src-debit
            else
                add wk-mv-amount to wk-src-credit
            end-if

            perform find-the-entry
            if not wk-entry-found
                if gl-count >= 2000
                    move rmq-rc-file-error to return-code
                    display "gljrnl: more than 2000 account/direction "
                            "totals -- no feed"
                    perform end-the-run
                end-if
                add 1 to gl-count
                move gl-count to wk-gl-idx
                move wk-mv-acct to gl-acct-number(wk-gl-idx)
                move wk-mv-dc   to gl-dc(wk-gl-idx)
                move zero       to gl-amount(wk-gl-idx)
                move 0          to gl-movements(wk-gl-idx)
            end-if

            add wk-mv-amount to gl-amount(wk-gl-idx)
            add 1 to gl-movements(wk-gl-idx).

        find-the-entry.
            move "N" to wk-found-flag
            move 1 to wk-gl-idx
            perform search-the-entry
                with test after
                until wk-entry-found or wk-gl-idx > gl-count.

        search-the-entry.
            if wk-gl-idx <= gl-count
               and gl-acct-number(wk-gl-idx) = wk-mv-acct
               and gl-dc(wk-gl-idx) = wk-mv-dc
                set wk-entry-found to true
            else
                add 1 to wk-gl-idx
            end-if.

       *> a day with no movements still sends its feed -- a trailer
       *> of zeros tells the ledger nothing moved, where no file at
       *> all would leave it guessing
        write-the-feed.
            open output gljrnl-file
            if not gljrnl-ok
                move rmq-rc-file-error to return-code
                display "gljrnl: unable to open " wk-gl-name
                        ", status " gljrnl-status
                perform end-the-run
            end-if

            perform write-one-detail
                varying wk-gl-idx from 1 by 1
                until wk-gl-idx > gl-count

            move spaces to fg-gl-record
            set fg-gl-trailer-rec to true
            move wk-feed-no     to fg-gl-feed-no
            move wk-run-date    to fg-gl-feed-date
            move wk-out-records to fg-gl-record-count
            move wk-out-debit   to fg-gl-debit-hash
            move wk-out-credit  to fg-gl-credit-hash
            write fg-gl-record

            close gljrnl-file.

        write-one-detail.
            move spaces to fg-gl-record
            set fg-gl-detail-rec to true
            move wk-feed-no                to fg-gl-feed-no
            move wk-run-date               to fg-gl-feed-date
            move gl-acct-number(wk-gl-idx) to fg-gl-acct-number
            move gl-dc(wk-gl-idx)          to fg-gl-dc
            move gl-amount(wk-gl-idx)      to fg-gl-amount
            move gl-movements(wk-gl-idx)   to fg-gl-movements
            write fg-gl-record

            add 1 to wk-out-records
            if gl-dc(wk-gl-idx) = "D"
                add gl-amount(wk-gl-idx) to wk-out-debit
            else
                add gl-amount(wk-gl-idx) to wk-out-credit
            end-if.

       *> the feed as it landed on disk, not as it was meant to be
        prove-the-feed.
            open input gljrnl-file
            if gljrnl-ok
                perform prove-next-record
                    with test after
                    until gljrnl-eof
                close gljrnl-file
            end-if

            if wk-chk-trailers = 1
               and wk-chk-records = wk-trl-records
               and wk-chk-debit   = wk-trl-debit
               and wk-chk-credit  = wk-trl-credit
               and wk-chk-debit   = wk-src-debit
               and wk-chk-credit  = wk-src-credit
                set wk-feed-balances to true
            end-if.

        prove-next-record.
            read gljrnl-file
                at end
                    set gljrnl-eof to true
                not at end
                    evaluate true
                        when fg-gl-detail-rec
                            add 1 to wk-chk-records
                            if fg-gl-debit
                                add fg-gl-amount to wk-chk-debit
                            else
                                add fg-gl-amount to wk-chk-credit
                            end-if
                        when fg-gl-trailer-rec
                            add 1 to wk-chk-trailers
                            move fg-gl-record-count to wk-trl-records
                            move fg-gl-debit-hash   to wk-trl-debit
                            move fg-gl-credit-hash  to wk-trl-credit
                    end-evaluate
            end-read.

        advance-the-mark.
            move wk-feed-no    to fh-glhwm-feed-no
            move wk-run-date   to fh-glhwm-feed-date
            move wk-post-count to fh-glhwm-post-count
            move wk-aud-count  to fh-glhwm-aud-count
            open output glhwm-file
            write fh-glhwm-record
            close glhwm-file.

        report-summary.
            display "gljrnl: " function trim(wk-gl-name)
                    " movements=" wk-src-movements
                    " records=" wk-out-records
                    " debits=" wk-out-debit
                    " credits=" wk-out-credit.

        end-the-run.
            move return-code to wk-runh-rc
            call "RMQ0RUNH" using "END     ", "GLJRNL  ", wk-runh-rc,
                        wk-src-movements, wk-out-records
            end-call
            move wk-runh-rc to return-code
            stop run.

        end program gljrnl.
