        identification division.
        program-id.    acct0avl.

       *> acct0avl totals the active holds on one account off the
       *> ACCTHOLD account holds file (rmqachld.cpy), so every place
       *> that needs an account's available balance -- GETBAL's
       *> reply, POSTTXN's overdraft rule, PLACEORD's credit check,
       *> the ACCTMNT screen -- derives it the same way: ledger
       *> balance less what this returns.  A hold counts while it is
       *> active and its expiry date, if it has one, is today or
       *> later; one the nightly HOLDLAPS sweep hasn't reached yet
       *> stops counting the day after it expires all the same.  No
       *> holds file yet means nothing is held.  The file is opened
       *> per call, the way ACCT0AUD opens its journal, so a hold
       *> placed on the screen counts from the next call on.

        environment division.
        input-output section.
        file-control.
            select accthold-file assign to "ACCTHOLD"
                organization indexed
                access mode dynamic
                record key ah-hold-key
                file status is accthold-status.

        data division.
        file section.
        fd  accthold-file.
            copy rmqachld replacing ==:pfx:== by ==ah==.

        working-storage section.
        01  accthold-status        pic xx.
            88 accthold-ok         value "00".

        01  wk-today               pic 9(8).
        01  wk-today-edit          redefines wk-today.
            05 wk-today-yyyy       pic 9(4).
            05 wk-today-mm         pic 9(2).
            05 wk-today-dd         pic 9(2).
        01  wk-today-text          pic x(10).

        01  wk-scan-flag           pic x(1).
            88 wk-scan-done        value "Y".

        linkage section.
        01  lk-acct-number         pic x(10).
        01  lk-held-amount         pic 9(11)v99.

        procedure division using lk-acct-number, lk-held-amount.

        main-para.
            move zero to lk-held-amount

            accept wk-today from date yyyymmdd
            move spaces to wk-today-text
            string wk-today-yyyy delimited by size
                   "-" delimited by size
                   wk-today-mm delimited by size
                   "-" delimited by size
                   wk-today-dd delimited by size
                   into wk-today-text
            end-string

            open input accthold-file
            if accthold-ok
                move "N" to wk-scan-flag
                move lk-acct-number to ah-hold-acct-number
                move low-values to ah-hold-id
                start accthold-file key is not less than ah-hold-key
                    invalid key
                        set wk-scan-done to true
                end-start

                perform total-next-hold
                    until wk-scan-done

                close accthold-file
            end-if

            goback.

        total-next-hold.
            read accthold-file next record
                at end
                    set wk-scan-done to true
                not at end
                    if ah-hold-acct-number not = lk-acct-number
                        set wk-scan-done to true
                    else
                        if ah-hold-active
                           and (ah-hold-expiry-date = spaces
                            or ah-hold-expiry-date >= wk-today-text)
                            add ah-hold-amount to lk-held-amount
                        end-if
                    end-if
            end-read.

        end program acct0avl.
