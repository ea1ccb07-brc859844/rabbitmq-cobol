       *> built master, and the fresh READY stamp tells GETBAL to
       *> drop its stale handle and reopen.  GETBAL serves the old
       *> master, unbothered, for the whole build.
       *>
       *> ACCTGATE runs ahead of this step and keeps a suspect
       *> extract from ever reaching it; a control trailer on the
       *> extract (rmqextrl.cpy) is the gate's to check and is passed
       *> over here.
       *>
       *> The services RMQSVCHRS lists for ACCTLOAD under BATCH rules
       *> are closed through RMQ0SVCC for the whole run and reopened
       *> when it finishes clean; a run that fails leaves them closed
       *> until it is rerun or the operator reopens them with SVCOPEN.

        environment division.
        input-output section.
        file section.
        fd  acctextr-file.
            copy rmqacctx replacing ==:pfx:== by ==fx==.
            copy rmqextrl replacing ==:pfx:== by ==ft==.
        fd  acctmst-file.
            copy rmqacct replacing ==:pfx:== by ==fp==.
        fd  acctldst-file.
        01  wk-loaded-count       binary-long value 0.
        01  wk-dropped-count      binary-long value 0.

       *> the run's return code, held across the reopen of the
       *> services so a dropped-record warning reaches the scheduler
        01  wk-load-rc            binary-long value 0.


        procedure division.

        main-line.
            call "RMQ0SVCC" using "CLOSE   ", "ACCTLOAD"
            end-call
            perform get-load-timestamp
            perform load-the-master
            perform swap-the-master-in
            perform report-totals
            move return-code to wk-load-rc
            call "RMQ0SVCC" using "OPEN    ", "ACCTLOAD"
            end-call
            move wk-load-rc to return-code
            stop run.

       *> the swap: the only window in which GETBAL must not trust
            close acctextr-file
            close acctmst-file.

       *> a control trailer is ACCTGATE's business, not the master's
        load-next-account.
            read acctextr-file
                at end
                    set acctextr-eof to true
                not at end
                    if not ft-trl-is-trailer
                        add 1 to wk-read-count
                        perform write-one-account
                    end-if
            end-read.

        write-one-account.
            move fx-ext-acct-number to fp-acct-number
            move fx-ext-acct-name   to fp-acct-name
            move fx-ext-balance     to fp-acct-balance
            move fx-ext-balance     to fp-acct-loaded-balance
            move fx-ext-status      to fp-acct-status
       *> extracts that predate the currency column load as the USD
       *> house base rather than with a blank denomination
