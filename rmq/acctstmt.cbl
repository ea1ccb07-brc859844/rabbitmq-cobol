       *> the same trail the auditors read.  Statements go to the
       *> ACCTSTMT print-image file and, record for record, to the
       *> ACCTSTMX extract (rmqstmx.cpy) for the output-services
       *> bureau.  The statement month defaults to the business date's
       *> month (RMQ0BDT) and is overridable through RMQSTMTMON
       *> (yyyy-mm), so the month-end schedule can produce January on
       *> the first of February.  Each account's history is walked
       *> twice: a first pass derives the opening and closing balances
       *> by reversing movements off the live master figure (the
       *> journals are the system of record for what moved, the master
       *> for where it ended up), and a second pass writes the
       *> movements under a heading that can then lead with the opening
       *> balance.  An account DORMSCAN has flagged dormant (ACCT0DRM)
       *> carries a dormancy notice under its heading, and an N record
       *> after its H record on the extract.
       *>
       *> A holder who asked for electronic statements (the E flag on
       *> the ACCTNTFP preferences record, rmqntfpf.cpy) is left off
       *> the bureau extract: the statement's print image is STOREd
       *> in the payload library through RMQ0PAYL and a STATEMENT-REF
       *> envelope (rmqstref.cpy) naming it is published to the
       *> holder's routing key on the RMQSTMTEXCH exchange (default
       *> cobol-exchange), confirmed and audited like PAYLPUB's.  A
       *> delivery that cannot be made -- no broker, a failed store
       *> or publish, a statement over the 16384-byte library
       *> maximum -- is not parked for a later resend, which could
       *> put a second statement in front of the holder; the account
       *> goes on this run's bureau extract after all.  Every
       *> statement is accounted for on the STMTDLV delivery ledger
       *> (rmqstdlv.cpy): SENT, PAPER, or BUREAU with the reason.

        environment division.
        input-output section.
            select acctstmx-file assign to "ACCTSTMX"
                organization line sequential
                file status is acctstmx-status.
            select acctntfp-file assign to "ACCTNTFP"
                organization indexed
                access mode random
                record key np-ntfp-acct-number
                file status is acctntfp-status.
            select stmtdlv-file assign to "STMTDLV"
                organization line sequential
                file status is stmtdlv-status.

        data division.
        file section.
        01  pl-print-line          pic x(100).
        fd  acctstmx-file.
            copy rmqstmx replacing ==:pfx:== by ==fx==.
        fd  acctntfp-file.
            copy rmqntfpf replacing ==:pfx:== by ==np==.
        fd  stmtdlv-file.
            copy rmqstdlv replacing ==:pfx:== by ==dl==.

        working-storage section.

        01  acctstmx-status       pic xx.
            88 acctstmx-ok        value "00".

        01  acctntfp-status       pic xx.
            88 acctntfp-ok        value "00".

        01  stmtdlv-status        pic xx.
            88 stmtdlv-ok         value "00".

        01  rv                    binary-long.
            copy rmqretc.
            copy rmqnull.

        01  wk-today              pic 9(8).
        01  wk-today-edit         redefines wk-today.
        01  wk-scan-flag          pic x(1).
            88 wk-scan-done       value "Y".

       *> C tallies the month, D writes it, X writes the extract
       *> alone for an electronic delivery that fell back to paper
        01  wk-pass-flag          pic x(1).
            88 wk-tally-pass      value "C".
            88 wk-detail-pass     value "D".
            88 wk-extract-pass    value "X".

       *> per-account statement state
        01  wk-opening-balance    pic s9(9)v99.
        01  wk-opening-found-flag pic x(1).
            88 wk-opening-found   value "Y".
        01  wk-effect             pic s9(9)v99.
        01  wk-dormant-since      pic x(10).

        01  wk-account-count      binary-long value 0.
        01  wk-statement-count    binary-long value 0.

       *> delivery -- the preferences file is optional; with none on
       *> disk every statement goes on paper
        01  wk-ntfp-open-flag     pic x(1) value "N".
            88 wk-prefs-open      value "Y".
        01  wk-electronic-flag    pic x(1).
            88 wk-deliver-electronic value "Y".
        01  wk-delivered-flag     pic x(1).
            88 wk-statement-delivered value "Y".
        01  wk-too-large-flag     pic x(1).
            88 wk-document-too-large value "Y".
        01  wk-delivery-reason    pic x(30).
        01  wk-sent-count         binary-long value 0.
        01  wk-paper-count        binary-long value 0.
        01  wk-bureau-count       binary-long value 0.

       *> the statement's print image as it goes into the library
        01  wk-document           pic x(16384).
        01  wk-document-len       binary-long.
        01  wk-line-width         binary-long value 100.
        01  wk-line-count         binary-long.

        01  payl-key              pic x(20).
        01  payl-checksum         binary-long.
        01  payl-rc               binary-long.

       *> the broker is connected at the first electronic statement
       *> and, if that fails, not tried again this run
        01  broker-env            pic x(4) value "TEST".
        01  conn-rc               binary-long.
        01  conn                  usage pointer.
        01  wk-broker-flag        pic x(1) value space.
            88 wk-broker-untried  value space.
            88 wk-broker-up       value "U".
            88 wk-broker-down     value "D".
        01  dest-exchange         pic x(50) value "cobol-exchange".
        01  dest-routing-key      pic x(50).
        01  wk-name-override      pic x(50).
        01  error-text            pic x(100).

        01  confirm-timeout-ms    binary-long value 5000.
        01  confirm-nacked-flag   pic x(1) value "N".
            88 confirm-was-nacked value "Y".

            copy rmqstref replacing ==:pfx:== by ==sr==.
            copy rmqenv replacing ==:pfx:== by ==ev==.
        01  wk-env-header-len     binary-long value 98.
        01  wk-stref-body-len     binary-long value 58.
        01  wk-msg-len            binary-long.
        01  wk-pub-buffer         pic x(334).
        01  wk-msg-signature      pic x(32).
        01  wk-sign-outcome       pic x(8).
        01  wk-delivery-mode      binary-char value 2.

        01  wk-now                pic 9(8).
        01  wk-now-edit           redefines wk-now.
            05 wk-now-hh          pic 9(2).
            05 wk-now-mi          pic 9(2).
            05 wk-now-ss          pic 9(2).
            05 wk-now-th          pic 9(2).

       *> the print image -- edited fields composed a line at a time
        01  wk-line               pic x(100).
        01  wk-amount-edit        pic z(8)9.99.

        main-line.
            perform load-statement-month
            perform load-destination
            perform open-the-files
            perform produce-next-statement
                with test after
            stop run.

        load-statement-month.
            call "RMQ0BDT" using "CURRENT ", wk-today
            end-call

            move spaces to wk-stmt-month
            string wk-today-yyyy delimited by size
            display "acctstmt: producing statements for "
                    wk-stmt-month.

        load-destination.
            display "RMQENV" upon environment-name
            accept broker-env from environment-value
                on exception
                    move "TEST" to broker-env
            end-accept

            display "RMQSTMTEXCH" upon environment-name
            accept wk-name-override from environment-value
                on exception
                    move spaces to wk-name-override
            end-accept
            if wk-name-override not = spaces
                move wk-name-override to dest-exchange
            end-if.

        open-the-files.
            open input acctmst-file

                move rmq-rc-file-error to return-code
                display "acctstmt: unable to open statement extract"
                stop run
            end-if

            open input acctntfp-file
            if acctntfp-ok
                set wk-prefs-open to true
            end-if

            open output stmtdlv-file
            if not stmtdlv-ok
                move rmq-rc-file-error to return-code
                display "acctstmt: unable to open delivery ledger"
                stop run
            end-if.

        close-the-files.
                close accthst-file
            end-if
            close acctstmt-file
            close acctstmx-file
            if wk-prefs-open
                close acctntfp-file
            end-if
            perform write-ledger-totals
            close stmtdlv-file
            if wk-broker-up
                call "RMQ0CONN" using "CLOSE   ", broker-env, conn,
                            conn-rc
                end-call
            end-if.

        produce-next-statement.
            read acctmst-file
                move wk-closing-balance to wk-opening-balance
            end-if

            call "ACCT0DRM" using am-acct-number, wk-dormant-since
            end-call

            perform check-the-delivery

            perform write-statement-heading
            if not wk-deliver-electronic
                perform write-extract-header
                if wk-dormant-since not = spaces
                    perform write-extract-notice
                end-if
            end-if

            move "D" to wk-pass-flag
            if wk-history-open and wk-movement-count > 0
            end-if

            perform write-statement-totals

            if wk-deliver-electronic
                perform deliver-the-statement
                if wk-statement-delivered
                    add 1 to wk-sent-count
                    move "SENT" to dl-stdl-result
                else
                    perform fall-back-to-the-bureau
                    add 1 to wk-bureau-count
                    move "BUREAU" to dl-stdl-result
                end-if
            else
                perform write-extract-trailer
                add 1 to wk-paper-count
                move "PAPER" to dl-stdl-result
            end-if
            perform write-ledger-line.

       *> electronic only when the holder asked for it and said
       *> where; a missing or keyless preferences record is paper
        check-the-delivery.
            move "N" to wk-electronic-flag
            move "N" to wk-too-large-flag
            move 0 to wk-document-len
            move 0 to wk-line-count
            move spaces to wk-delivery-reason
            move spaces to payl-key
            move spaces to ev-env-msg-id
            move spaces to dest-routing-key

            if wk-prefs-open
                move am-acct-number to np-ntfp-acct-number
                read acctntfp-file
                    invalid key
                        continue
                    not invalid key
                        if np-ntfp-stmt-electronic
                           and np-ntfp-routing-key not = spaces
                            set wk-deliver-electronic to true
                            move np-ntfp-routing-key
                                    to dest-routing-key
                        end-if
                end-read
            end-if.

       *> the history is read oldest first; movements before the
       *> statement month are skipped, in-month movements belong on
                when ah-hist-date(1:7) < wk-stmt-month
                    continue
                when ah-hist-date(1:7) = wk-stmt-month
                    evaluate true
                        when wk-tally-pass
                            perform tally-one-movement
                        when wk-detail-pass
                            perform write-movement-line
                            if not wk-deliver-electronic
                                perform write-extract-movement
                            end-if
                        when wk-extract-pass
                            perform write-extract-movement
                    end-evaluate
                when other
                    if wk-tally-pass
                        perform fix-the-closing-balance
                    end-if
                    set wk-scan-done to true

        write-statement-heading.
            move all "-" to wk-line
            perform put-the-line

            move spaces to wk-line
            string "ACCOUNT STATEMENT  " delimited by size
                   am-acct-number delimited by size
                   into wk-line
            end-string
            perform put-the-line

            move spaces to wk-line
            move am-acct-name to wk-line(1:30)
            perform put-the-line

            if wk-dormant-since not = spaces
                perform write-dormancy-notice
            end-if

            move all "-" to wk-line
            perform put-the-line

            move spaces to wk-line
            move "OPENING BALANCE" to wk-line(1:15)
            move wk-opening-balance to wk-balance-edit
            move wk-balance-edit to wk-line(42:13)
            perform put-the-line

            move spaces to wk-line
            move "DATE       TIME     D/C       AMOUNT"
                    to wk-line(1:36)
            move "BALANCE" to wk-line(48:7)
            perform put-the-line.

        write-movement-line.
            move spaces to wk-line
            move ah-hist-new-balance to wk-balance-edit
            move wk-balance-edit to wk-line(42:13)
            move ah-hist-source to wk-line(57:8)
       *> the two legs of a transfer name the same reference
            move ah-hist-xfer-ref to wk-line(67:16)
            perform put-the-line.

       *> an account DORMSCAN flagged: debits are refused until the
       *> customer has it reactivated
        write-dormancy-notice.
            move spaces to wk-line
            string "*** NOTICE: THIS ACCOUNT HAS BEEN DORMANT SINCE "
                        delimited by size
                   wk-dormant-since delimited by size
                   " ***" delimited by size
                   into wk-line
            end-string
            perform put-the-line

            move spaces to wk-line
            move "*** NO DEBITS WILL BE PAID UNTIL IT IS REACTIVATED "
                    & "***" to wk-line
            perform put-the-line.

        write-statement-totals.
            move spaces to wk-line
            move "TOTAL DEBITS" to wk-line(1:12)
            move wk-debit-total to wk-balance-edit
            move wk-balance-edit to wk-line(42:13)
            perform put-the-line

            move spaces to wk-line
            move "TOTAL CREDITS" to wk-line(1:13)
            move wk-credit-total to wk-balance-edit
            move wk-balance-edit to wk-line(42:13)
            perform put-the-line

            move spaces to wk-line
            move "CLOSING BALANCE" to wk-line(1:15)
            move wk-closing-balance to wk-balance-edit
            move wk-balance-edit to wk-line(42:13)
            perform put-the-line

            move spaces to wk-line
            perform put-the-line.

        write-extract-header.
            move spaces to fx-stmx-record
            move am-acct-name     to fx-stmx-acct-name
            write fx-stmx-record.

        write-extract-notice.
            move spaces to fx-stmx-record
            move "N"              to fx-stmx-rec-type
            move am-acct-number   to fx-stmx-acct-number
            move wk-stmt-month    to fx-stmx-stmt-month
            move wk-dormant-since to fx-stmx-date
            move zero             to fx-stmx-amount
            move zero             to fx-stmx-balance
            move zero             to fx-stmx-count
            write fx-stmx-record.

        write-extract-movement.
            move spaces to fx-stmx-record
            move "M"              to fx-stmx-rec-type
            move ah-hist-amount   to fx-stmx-amount
            move ah-hist-new-balance to fx-stmx-balance
            move zero             to fx-stmx-count
            move ah-hist-xfer-ref to fx-stmx-xfer-ref
            write fx-stmx-record.

        write-extract-trailer.
            move wk-movement-count to fx-stmx-count
            write fx-stmx-record.

       *> every print line goes to the print image and, for an
       *> electronic delivery, onto the document for the library
        put-the-line.
            write pl-print-line from wk-line

            if wk-deliver-electronic
                if wk-document-len + wk-line-width > 16384
                    set wk-document-too-large to true
                else
                    move wk-line to wk-document(wk-document-len + 1:
                            wk-line-width)
                    add wk-line-width to wk-document-len
                    add 1 to wk-line-count
                end-if
            end-if.

        deliver-the-statement.
            move "N" to wk-delivered-flag

            evaluate true
                when wk-document-too-large
                    move "STATEMENT OVER LIBRARY MAXIMUM"
                            to wk-delivery-reason
                when other
                    perform store-the-statement
            end-evaluate

            if payl-rc = 0 and not wk-document-too-large
                if wk-broker-untried
                    perform connect-to-broker
                end-if
                if wk-broker-up
                    perform publish-the-reference
                else
                    move "NO BROKER CONNECTION" to wk-delivery-reason
                end-if
            end-if.

        store-the-statement.
            call "RMQ0PAYL" using "STORE   ", payl-key, wk-document,
                        wk-document-len, payl-checksum, payl-rc
            end-call

            if payl-rc not = 0
                move spaces to payl-key
                move "PAYLOAD STORE FAILED" to wk-delivery-reason
            end-if.

        connect-to-broker.
            set wk-broker-down to true
            call "RMQ0CONN" using "OPEN    ", broker-env, conn, conn-rc
            end-call

            if conn-rc not = 0
                move "no broker connection for statement delivery"
                        to error-text
                call "RMQ0ERR" using
                            "ACCTSTMT", "RMQ0CONN                ",
                            conn-rc, dest-exchange, rmq-no-name,
                            error-text
                end-call
            else
                call "RMQ_CONFIRM_SELECT" using
                                by value conn
                                giving rv

                if rv = 0
                    call "RMQ_STRERROR" using
                                by value conn
                                by reference error-text
                                by value 50
                    end-call
                    call "RMQ0ERR" using
                                "ACCTSTMT", "RMQ_CONFIRM_SELECT      ",
                                rv, rmq-no-name, rmq-no-name,
                                error-text
                    end-call
                    call "RMQ0CONN" using "CLOSE   ", broker-env,
                                conn, conn-rc
                    end-call
                else
                    set wk-broker-up to true
                end-if
            end-if.

        publish-the-reference.
            accept wk-now from time

            move am-acct-number  to sr-stref-acct-number
            move wk-stmt-month   to sr-stref-stmt-month
            move payl-key        to sr-stref-payl-key
            move wk-document-len to sr-stref-payl-len
            move payl-checksum   to sr-stref-payl-checksum
            move wk-line-count   to sr-stref-line-count
            move wk-line-width   to sr-stref-line-width

            move spaces to ev-envelope
            string "STMT-" delimited by size
                   wk-stmt-month delimited by size
                   "-" delimited by size
                   am-acct-number delimited by size
                   into ev-env-msg-id
            end-string
            move "STATEMENT-REF" to ev-env-msg-type
            move 1 to ev-env-schema-ver
            move "ACCTSTMT" to ev-env-caller-id
            call "RMQ0SEQ" using dest-routing-key, ev-env-sequence
            end-call
            string wk-today-yyyy delimited by size
                   "-" delimited by size
                   wk-today-mm delimited by size
                   "-" delimited by size
                   wk-today-dd delimited by size
                   into ev-env-produced-date
            end-string
            string wk-now-hh delimited by size
                   ":" delimited by size
                   wk-now-mi delimited by size
                   ":" delimited by size
                   wk-now-ss delimited by size
                   into ev-env-produced-time
            end-string
            move wk-stref-body-len to ev-env-body-len
            move sr-stref-body to ev-env-body

            compute wk-msg-len = wk-env-header-len + wk-stref-body-len
            move spaces to wk-pub-buffer
            move ev-envelope(1:wk-msg-len)
                    to wk-pub-buffer(1:wk-msg-len)
            call "RMQ0MSIG" using "SIGN    ", wk-pub-buffer, wk-msg-len,
                        wk-msg-signature, wk-sign-outcome
            end-call

            call "RMQ_PUBLISH" using
                            by value conn
                            by reference dest-exchange
                            by value function length(function
                                    trim(dest-exchange))
                            by reference dest-routing-key
                            by value function length(function
                                    trim(dest-routing-key))
                            by value 1
                            by value 0
                            by reference wk-pub-buffer
                            by value wk-msg-len
                            by value 0
                            giving rv

            if rv = 0
                call "RMQ_STRERROR" using
                            by value conn
                            by reference error-text
                            by value 50
                end-call
                call "RMQ0ERR" using
                            "ACCTSTMT", "RMQ_PUBLISH             ", rv,
                            dest-exchange, dest-routing-key,
                            error-text
                end-call
                move "PUBLISH FAILED" to wk-delivery-reason
            else
                perform wait-for-the-confirm
            end-if.

        wait-for-the-confirm.
            call "RMQ_WAIT_CONFIRM" using
                            by value conn
                            by value confirm-timeout-ms
                            by reference confirm-nacked-flag
                            giving rv

            if rv = 0 or confirm-was-nacked
                call "RMQ_STRERROR" using
                            by value conn
                            by reference error-text
                            by value 50
                end-call
                if confirm-was-nacked
                    move "broker returned the message unconfirmed "
                            & "(nack)"
                            to error-text
                end-if
                call "RMQ0ERR" using
                            "ACCTSTMT", "RMQ_WAIT_CONFIRM        ",
                            rmq-rc-unroutable, dest-exchange,
                            dest-routing-key, error-text
                end-call
                move "NOT CONFIRMED BY BROKER" to wk-delivery-reason
            else
                call "RMQ0AUD" using "ACCTSTMT", dest-exchange,
                            dest-routing-key, wk-msg-len,
                            wk-delivery-mode, wk-pub-buffer
                end-call
                set wk-statement-delivered to true
            end-if.

       *> the print image already has the statement; the bureau
       *> gets the extract records the electronic path left out
        fall-back-to-the-bureau.
            perform write-extract-header
            if wk-dormant-since not = spaces
                perform write-extract-notice
            end-if

            move "X" to wk-pass-flag
            if wk-history-open and wk-movement-count > 0
                perform walk-the-history
            end-if

            perform write-extract-trailer.

        write-ledger-line.
            move am-acct-number to dl-stdl-acct-number
            move wk-stmt-month  to dl-stdl-stmt-month
            if wk-deliver-electronic
                move "E" to dl-stdl-delivery
                move payl-key         to dl-stdl-payl-key
                move dest-routing-key to dl-stdl-routing-key
                if wk-statement-delivered
                    move ev-env-msg-id to dl-stdl-msg-id
                else
                    move spaces to dl-stdl-msg-id
                end-if
                move wk-delivery-reason to dl-stdl-reason
            else
                move "P" to dl-stdl-delivery
                move spaces to dl-stdl-payl-key
                move spaces to dl-stdl-msg-id
                move spaces to dl-stdl-routing-key
                move spaces to dl-stdl-reason
            end-if
            move zero to dl-stdl-sent
            move zero to dl-stdl-paper
            move zero to dl-stdl-bureau
            write dl-stdl-line.

        write-ledger-totals.
            move spaces to dl-stdl-line
            move wk-stmt-month  to dl-stdl-stmt-month
            move "*TOTAL*"      to dl-stdl-acct-number
            move wk-sent-count   to dl-stdl-sent
            move wk-paper-count  to dl-stdl-paper
            move wk-bureau-count to dl-stdl-bureau
            write dl-stdl-line.

        report-totals.
            display "acctstmt: accounts read=" wk-account-count
                    " statements produced=" wk-statement-count
            display "acctstmt: delivered electronically="
                    wk-sent-count " on paper=" wk-paper-count
                    " electronic failed to bureau=" wk-bureau-count.

        end program acctstmt.
