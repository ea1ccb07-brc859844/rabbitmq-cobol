        identification division.
        program-id.    reqaged.

       *> reqaged is procurement's chase list: it walks the
       *> RMQREQOPN open-requisition file REORDCHK keeps and writes
       *> every requisition still open or part-received after the
       *> configured age (RMQREQAGE days, default 7) to the
       *> RMQREQAGED aged open-requisitions report (rmqreqag.cpy),
       *> oldest first, with what the supplier still owes.  A late
       *> delivery is the supplier's to answer, not a break in our
       *> own books, so the job ends clean however long the list --
       *> the report is the output.

        environment division.
        input-output section.
        file-control.
            select rmqreqopn-file assign to "RMQREQOPN"
                organization line sequential
                file status is rmqreqopn-status.
            select rmqreqaged-file assign to "RMQREQAGED"
                organization line sequential
                file status is rmqreqaged-status.

        data division.
        file section.
        fd  rmqreqopn-file.
            copy rmqreqn replacing ==:pfx:== by ==fq==.
        fd  rmqreqaged-file.
            copy rmqreqag replacing ==:pfx:== by ==fp==.

        working-storage section.

        01  rmqreqopn-status       pic xx.
            88 rmqreqopn-ok        value "00".
            88 rmqreqopn-eof       value "10".

        01  rmqreqaged-status      pic xx.
            88 rmqreqaged-ok       value "00".

            copy rmqretc.

        01  wk-today               pic 9(8).
        01  wk-today-edit          redefines wk-today.
            05 wk-today-yyyy       pic 9(4).
            05 wk-today-mm         pic 9(2).
            05 wk-today-dd         pic 9(2).
        01  wk-today-num           binary-long.
        01  wk-run-date            pic x(10).

        01  wk-age-days            pic 9(3) value 7.
        01  wk-age-text            pic x(3).

        01  wk-req-date            pic 9(8).
        01  wk-req-date-num        binary-long.
        01  wk-req-age             binary-long.
        01  wk-outstanding         pic s9(7).

        01  wk-read-count          binary-long value 0.
        01  wk-open-count          binary-long value 0.
        01  wk-aged-count          binary-long value 0.

        procedure division.

        main-line.
            perform get-the-cutoff
            perform age-the-requisitions
            perform report-summary
            stop run.

        get-the-cutoff.
            call "RMQ0BDT" using "CURRENT ", wk-today
            end-call
            compute wk-today-num = function integer-of-date(wk-today)
            move spaces to wk-run-date
            string wk-today-yyyy delimited by size
                   "-" delimited by size
                   wk-today-mm delimited by size
                   "-" delimited by size
                   wk-today-dd delimited by size
                   into wk-run-date
            end-string

            display "RMQREQAGE" upon environment-name
            accept wk-age-text from environment-value
                on exception
                    move spaces to wk-age-text
            end-accept

            if wk-age-text not = spaces
                compute wk-age-days = function numval(wk-age-text)
            end-if

            display "reqaged: reporting requisitions outstanding "
                    "after " wk-age-days " day(s)".

        age-the-requisitions.
            open input rmqreqopn-file

            if not rmqreqopn-ok
                display "reqaged: no requisition file -- nothing "
                        "outstanding"
                stop run
            end-if

            open output rmqreqaged-file

            if not rmqreqaged-ok
                move rmq-rc-file-error to return-code
                display "reqaged: unable to open aged report"
                stop run
            end-if

            perform age-next-requisition
                with test after
                until rmqreqopn-eof

            close rmqreqopn-file
            close rmqreqaged-file.

        age-next-requisition.
            read rmqreqopn-file
                at end
                    set rmqreqopn-eof to true
                not at end
                    add 1 to wk-read-count
                    if fq-req-outstanding
                        add 1 to wk-open-count
                        perform check-requisition-age
                    end-if
            end-read.

        check-requisition-age.
            if fq-req-raised-date(1:4) is numeric
               and fq-req-raised-date(6:2) is numeric
               and fq-req-raised-date(9:2) is numeric
                move fq-req-raised-date(1:4) to wk-req-date(1:4)
                move fq-req-raised-date(6:2) to wk-req-date(5:2)
                move fq-req-raised-date(9:2) to wk-req-date(7:2)
                compute wk-req-date-num =
                    function integer-of-date(wk-req-date)
                compute wk-req-age = wk-today-num - wk-req-date-num

                if wk-req-date-num > 0
                   and wk-req-age >= wk-age-days
                    perform write-aged-line
                end-if
            end-if.

        write-aged-line.
            add 1 to wk-aged-count

            compute wk-outstanding =
                fq-req-ordered-qty - fq-req-received-qty
            if wk-outstanding < 0
                move 0 to wk-outstanding
            end-if

            move spaces to fp-reqag-line
            move wk-run-date         to fp-reqag-date
            move fq-req-id           to fp-reqag-req-id
            move fq-req-item-code    to fp-reqag-item-code
            move fq-req-raised-date  to fp-reqag-raised-date
            move wk-req-age          to fp-reqag-age-days
            move fq-req-ordered-qty  to fp-reqag-ordered
            move fq-req-received-qty to fp-reqag-received
            move wk-outstanding      to fp-reqag-outstanding
            move fq-req-whse         to fp-reqag-whse
            if fq-req-part
                move "PART" to fp-reqag-status
            else
                move "OPEN" to fp-reqag-status
            end-if

            write fp-reqag-line.

        report-summary.
            display "reqaged: requisitions=" wk-read-count
                    " outstanding=" wk-open-count
                    " aged=" wk-aged-count.

        end program reqaged.
