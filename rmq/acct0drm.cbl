        identification division.
        program-id.    acct0drm.

       *> acct0drm answers whether an account is dormant, off the
       *> ACCTDORM dormancy file (rmqacdrm.cpy) the monthly DORMSCAN
       *> keeps, so POSTTXN's debit block, the statement notice and
       *> the ACCTMNT screen all ask the same question the same way.
       *> lk-dormant-since comes back with the day the account was
       *> flagged when it is dormant, spaces when it is not (never
       *> flagged, only watched, or reactivated since).  No dormancy
       *> file yet means nothing is dormant.  The file is opened per
       *> call, the way ACCT0AVL opens the holds file, so a
       *> reactivation on the screen counts from the next call on.

        environment division.
        input-output section.
        file-control.
            select acctdorm-file assign to "ACCTDORM"
                organization indexed
                access mode random
                record key ad-dorm-acct-number
                file status is acctdorm-status.

        data division.
        file section.
        fd  acctdorm-file.
            copy rmqacdrm replacing ==:pfx:== by ==ad==.

        working-storage section.
        01  acctdorm-status        pic xx.
            88 acctdorm-ok         value "00".

        linkage section.
        01  lk-acct-number         pic x(10).
        01  lk-dormant-since       pic x(10).

        procedure division using lk-acct-number, lk-dormant-since.

        main-para.
            move spaces to lk-dormant-since

            open input acctdorm-file
            if acctdorm-ok
                move lk-acct-number to ad-dorm-acct-number
                read acctdorm-file
                    invalid key
                        continue
                    not invalid key
                        if ad-dorm-dormant
                            move ad-dorm-flagged-date
                                    to lk-dormant-since
                        end-if
                end-read
                close acctdorm-file
            end-if

            goback.

        end program acct0drm.
