        identification division.
        program-id.    pseucopy.

       *> pseucopy makes the copies of the account and order files the
       *> TEST side runs against, so nobody has to copy production
       *> masters across by hand: ACCTMST to ACCTMSTT, ACCTHST to
       *> ACCTHSTT and RMQORDERS to RMQORDT, every account number and
       *> account name replaced by its RMQ0PSEU substitute off the
       *> PSEUMAP pseudonym map.  The substitutes are the ones REPLAY
       *> puts in the messages it sends to TEST, so a replayed GETBAL
       *> or POSTTXN finds its account on the copied master, and an
       *> account's history and orders stay its own.  Balances,
       *> amounts and dates travel as they are.  ITEMMST names no
       *> customer and needs no pass.
       *>
       *> The map only exists in production, so the copies are made
       *> there: a run without RMQENV=PROD is refused before anything
       *> is read.  A value the map can't give a substitute for stops
       *> the run with the copies incomplete -- they are not to be
       *> sent across -- rather than let a real account through.

        environment division.
        input-output section.
        file-control.
            select acctmst-file assign to "ACCTMST"
                organization indexed
                access mode sequential
                record key am-acct-number
                file status is acctmst-status.
            select acctmstt-file assign to "ACCTMSTT"
                organization indexed
                access mode random
                record key tm-acct-number
                file status is acctmstt-status.
            select accthst-file assign to "ACCTHST"
                organization indexed
                access mode sequential
                record key ah-hist-key
                file status is accthst-status.
            select accthstt-file assign to "ACCTHSTT"
                organization indexed
                access mode random
                record key th-hist-key
                file status is accthstt-status.
            select rmqorders-file assign to "RMQORDERS"
                organization line sequential
                file status is rmqorders-status.
            select rmqordt-file assign to "RMQORDT"
                organization line sequential
                file status is rmqordt-status.

        data division.
        file section.
        fd  acctmst-file.
            copy rmqacct replacing ==:pfx:== by ==am==.
        fd  acctmstt-file.
            copy rmqacct replacing ==:pfx:== by ==tm==.
        fd  accthst-file.
            copy rmqachst replacing ==:pfx:== by ==ah==.
        fd  accthstt-file.
            copy rmqachst replacing ==:pfx:== by ==th==.
        fd  rmqorders-file.
            copy rmqordr replacing ==:pfx:== by ==fo==.
        fd  rmqordt-file.
            copy rmqordr replacing ==:pfx:== by ==tr==.

        working-storage section.

        01  acctmst-status         pic xx.
            88 acctmst-ok          value "00".
            88 acctmst-eof         value "10".
        01  acctmstt-status        pic xx.
            88 acctmstt-ok         value "00".
        01  accthst-status         pic xx.
            88 accthst-ok          value "00".
            88 accthst-eof         value "10".
        01  accthstt-status        pic xx.
            88 accthstt-ok         value "00".
        01  rmqorders-status       pic xx.
            88 rmqorders-ok        value "00".
            88 rmqorders-eof       value "10".
        01  rmqordt-status         pic xx.
            88 rmqordt-ok          value "00".

            copy rmqretc.

        01  wk-broker-env          pic x(4) value spaces.
            88 wk-production       value "PROD".

        01  wk-pseu-kind           pic x(1).
        01  wk-pseu-value          pic x(30).
        01  wk-pseu-outcome        pic x(8).
            88 wk-pseu-given       value "MAPPED  ", "ISPSEU  ".

        01  wk-acct-count          binary-long value 0.
        01  wk-hist-count          binary-long value 0.
        01  wk-order-count         binary-long value 0.

       *> one run-history line per run, through RMQ0RUNH
        01  wk-runh-rc            binary-long value 0.
        01  wk-runh-in            binary-long value 0.
        01  wk-runh-out           binary-long value 0.

        procedure division.

        main-line.
            call "RMQ0RUNH" using "START   ", "PSEUCOPY", wk-runh-rc,
                        wk-runh-in, wk-runh-out
            end-call
            perform check-the-environment
            perform copy-the-accounts
            perform copy-the-history
            perform copy-the-orders
            perform report-summary
            perform end-the-run.

        check-the-environment.
            display "RMQENV" upon environment-name
            accept wk-broker-env from environment-value
                on exception
                    move "TEST" to wk-broker-env
            end-accept

            if not wk-production
                move rmq-rc-bad-parm to return-code
                display "pseucopy: copies are made from production "
                        "only (RMQENV=PROD) -- nothing copied"
                perform end-the-run
            end-if.

        copy-the-accounts.
            open input acctmst-file
            open output acctmstt-file

            if not acctmst-ok or not acctmstt-ok
                move rmq-rc-file-error to return-code
                display "pseucopy: unable to open ACCTMST or ACCTMSTT, "
                        "status " acctmst-status " " acctmstt-status
                perform end-the-run
            end-if

            perform copy-next-account
                with test after
                until acctmst-eof

            close acctmst-file
            close acctmstt-file.

        copy-next-account.
            read acctmst-file next
                at end
                    set acctmst-eof to true
                not at end
                    move am-acct-record to tm-acct-record

                    move "A" to wk-pseu-kind
                    move am-acct-number to wk-pseu-value
                    perform find-the-substitute
                    move wk-pseu-value to tm-acct-number

                    move "N" to wk-pseu-kind
                    move am-acct-name to wk-pseu-value
                    perform find-the-substitute
                    move wk-pseu-value to tm-acct-name

                    write tm-acct-record
                        invalid key
                            move rmq-rc-file-error to return-code
                            display "pseucopy: account copy refused, "
                                    "status " acctmstt-status
                            perform end-the-run
                    end-write
                    add 1 to wk-acct-count
            end-read.

        copy-the-history.
            open input accthst-file
            open output accthstt-file

            if not accthst-ok or not accthstt-ok
                move rmq-rc-file-error to return-code
                display "pseucopy: unable to open ACCTHST or ACCTHSTT, "
                        "status " accthst-status " " accthstt-status
                perform end-the-run
            end-if

            perform copy-next-movement
                with test after
                until accthst-eof

            close accthst-file
            close accthstt-file.

        copy-next-movement.
            read accthst-file next
                at end
                    set accthst-eof to true
                not at end
                    move ah-hist-record to th-hist-record

                    move "A" to wk-pseu-kind
                    move ah-hist-acct-number to wk-pseu-value
                    perform find-the-substitute
                    move wk-pseu-value to th-hist-acct-number

                    write th-hist-record
                        invalid key
                            move rmq-rc-file-error to return-code
                            display "pseucopy: history copy refused, "
                                    "status " accthstt-status
                            perform end-the-run
                    end-write
                    add 1 to wk-hist-count
            end-read.

        copy-the-orders.
            open input rmqorders-file
            open output rmqordt-file

            if not rmqorders-ok or not rmqordt-ok
                move rmq-rc-file-error to return-code
                display "pseucopy: unable to open RMQORDERS or RMQORDT"
                perform end-the-run
            end-if

            perform copy-next-order-line
                with test after
                until rmqorders-eof

            close rmqorders-file
            close rmqordt-file.

        copy-next-order-line.
            read rmqorders-file
                at end
                    set rmqorders-eof to true
                not at end
                    move fo-order-record to tr-order-record

                    move "A" to wk-pseu-kind
                    move fo-ord-acct-number to wk-pseu-value
                    perform find-the-substitute
                    move wk-pseu-value to tr-ord-acct-number

                    write tr-order-record
                    add 1 to wk-order-count
            end-read.

       *> blank stays blank; anything else must come back as its
       *> substitute or the run goes no further
        find-the-substitute.
            if wk-pseu-value not = spaces
                call "RMQ0PSEU" using "MAP     ", wk-pseu-kind,
                            wk-pseu-value, wk-pseu-outcome
                end-call
                if not wk-pseu-given
                    move rmq-rc-file-error to return-code
                    display "pseucopy: no substitute to be had for a "
                            "kind " wk-pseu-kind " value -- the copies "
                            "are incomplete and must not be sent"
                    perform end-the-run
                end-if
            end-if.

        report-summary.
            display "pseucopy: accounts=" wk-acct-count
                    " movements=" wk-hist-count
                    " order lines=" wk-order-count
                    " copied with substitutes".

        end-the-run.
            move return-code to wk-runh-rc
            compute wk-runh-in =
                wk-acct-count + wk-hist-count + wk-order-count
            move wk-runh-in to wk-runh-out
            call "RMQ0RUNH" using "END     ", "PSEUCOPY", wk-runh-rc,
                        wk-runh-in, wk-runh-out
            end-call
            move wk-runh-rc to return-code
            stop run.

        end program pseucopy.
