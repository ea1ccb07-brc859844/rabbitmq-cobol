       *> never arrived) and extras (arrivals the manifest never
       *> claimed).  Any line that doesn't balance is a BREAK and the
       *> job ends rmq-rc-recon-break so the scheduler flags the gap.
       *> The date defaults to the business date (RMQ0BDT) and can be
       *> overridden through RMQRECDATE (yyyy-mm-dd).  Every report
       *> line is also appended, dated and tagged with the partner,
       *> to the RMQINRECHST history the report itself doesn't keep.

        environment division.
        input-output section.
            select rmqinrecrpt-file assign to "RMQINRECRPT"
                organization line sequential
                file status is rmqinrecrpt-status.
            select rmqinrechst-file assign to "RMQINRECHST"
                organization line sequential
                file status is rmqinrechst-status.

        data division.
        file section.
            copy rmqcons replacing ==:pfx:== by ==fp==.
        fd  rmqinrecrpt-file.
            copy rmqinrec replacing ==:pfx:== by ==fp==.
        fd  rmqinrechst-file.
            copy rmqinrch replacing ==:pfx:== by ==fh==.

        working-storage section.

        01  rmqinrecrpt-status     pic xx.
            88 rmqinrecrpt-ok      value "00".

        01  rmqinrechst-status     pic xx.
            88 rmqinrechst-ok      value "00", "05".

            copy rmqretc.

        01  wk-today               pic 9(8).
            stop run.

        get-recon-date.
            call "RMQ0BDT" using "CURRENT ", wk-today
            end-call

            move spaces to wk-recon-date
            string wk-today-yyyy delimited by size
        write-the-report.
            open output rmqinrecrpt-file

            open extend rmqinrechst-file
            if not rmqinrechst-ok
                open output rmqinrechst-file
            end-if

            perform write-one-report-line
                varying wk-recon-idx from 1 by 1
                until wk-recon-idx > recon-count

            close rmqinrecrpt-file
            close rmqinrechst-file.

        write-one-report-line.
            move spaces to fp-inrec-report
                add 1 to wk-break-count
            end-if

            write fp-inrec-report

            move spaces to fh-inrch-entry
            move wk-recon-date      to fh-inrch-date
            move wk-partner-id      to fh-inrch-partner-id
            move fp-inrec-routing-key to fh-inrch-routing-key
            move fp-inrec-claimed   to fh-inrch-claimed
            move fp-inrec-consumed  to fh-inrch-consumed
            move fp-inrec-missing   to fh-inrch-missing
            move fp-inrec-extra     to fh-inrch-extra
            move fp-inrec-status    to fh-inrch-status
            write fh-inrch-entry.

        report-summary.
            if wk-break-count > 0
