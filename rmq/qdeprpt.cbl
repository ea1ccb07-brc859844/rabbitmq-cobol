        identification division.
        program-id.    qdeprpt.

       *> qdeprpt is the daily queue depth report: it rolls the
       *> QDEPHIST samples QDEPMON took through one day up by queue
       *> and writes one RMQDEPRPT line per queue -- how often it was
       *> sampled, its peak depth and the time it first reached it,
       *> the fewest consumers seen, where it stood at the day's last
       *> sample, and how many samples breached RMQDEPTH or found the
       *> queue missing.  The date defaults to the business date
       *> (RMQ0BDT) and can be overridden through RMQDEPDATE
       *> (yyyy-mm-dd) the way SVCSUMM's comes from RMQSVCDATE.

        environment division.
        input-output section.
        file-control.
            select qdephist-file assign to "QDEPHIST"
                organization line sequential
                file status is qdephist-status.
            select rmqdeprpt-file assign to "RMQDEPRPT"
                organization line sequential
                file status is rmqdeprpt-status.

        data division.
        file section.
        fd  qdephist-file.
            copy rmqqdhst replacing ==:pfx:== by ==fp==.
        fd  rmqdeprpt-file.
            copy rmqqdrpt replacing ==:pfx:== by ==fp==.

        working-storage section.

        01  qdephist-status       pic xx.
            88 qdephist-ok        value "00".
            88 qdephist-eof       value "10".

        01  rmqdeprpt-status      pic xx.
            88 rmqdeprpt-ok       value "00".

            copy rmqretc.

        01  wk-today              pic 9(8).
        01  wk-today-edit         redefines wk-today.
            05 wk-today-yyyy      pic 9(4).
            05 wk-today-mm        pic 9(2).
            05 wk-today-dd        pic 9(2).
        01  wk-report-date        pic x(10).
        01  wk-date-override      pic x(10).

       *> one entry per queue sampled on the report date
        01  qdr-table.
            05 qdr-count          binary-long value 0.
            05 qdr-entry          occurs 50 times indexed by qdr-idx.
                10 qdr-queue-name     pic x(50).
                10 qdr-samples        binary-long.
                10 qdr-peak-depth     binary-long.
                10 qdr-peak-time      pic x(8).
                10 qdr-low-consumers  binary-long.
                10 qdr-last-depth     binary-long.
                10 qdr-last-consumers binary-long.
                10 qdr-breaches       binary-long.
                10 qdr-missing        binary-long.

        01  wk-found-flag         pic x(1) value "N".
            88 wk-entry-found     value "Y".

        01  wk-read-count         binary-long value 0.
        01  wk-matched-count      binary-long value 0.


        procedure division.

        main-line.
            perform get-report-date
            perform tally-the-history
            perform write-the-report
            stop run.

        get-report-date.
            call "RMQ0BDT" using "CURRENT ", wk-today
            end-call

            move spaces to wk-report-date
            string wk-today-yyyy delimited by size
                   "-" delimited by size
                   wk-today-mm delimited by size
                   "-" delimited by size
                   wk-today-dd delimited by size
                   into wk-report-date
            end-string

            display "RMQDEPDATE" upon environment-name
            accept wk-date-override from environment-value
                on exception
                    move spaces to wk-date-override
            end-accept

            if wk-date-override not = spaces
                move wk-date-override to wk-report-date
            end-if

            display "qdeprpt: reporting queue depth for "
                    wk-report-date.

        tally-the-history.
            open input qdephist-file

            if not qdephist-ok
                move rmq-rc-file-error to return-code
                display "qdeprpt: unable to open depth history"
                stop run
            end-if

            perform tally-next-sample
                with test after
                until qdephist-eof

            close qdephist-file.

        tally-next-sample.
            read qdephist-file
                at end
                    set qdephist-eof to true
                not at end
                    add 1 to wk-read-count
                    if fp-qdh-date = wk-report-date
                        add 1 to wk-matched-count
                        perform tally-one-sample
                    end-if
            end-read.

       *> a missing sample's zero counts say nothing about the queue,
       *> so it is counted on its own and kept out of the peak, the
       *> low and the last-seen figures
        tally-one-sample.
            perform find-or-add-queue-entry
            add 1 to qdr-samples(qdr-idx)

            if fp-qdh-missing
                add 1 to qdr-missing(qdr-idx)
            else
                if fp-qdh-messages > qdr-peak-depth(qdr-idx)
                   or qdr-peak-time(qdr-idx) = spaces
                    move fp-qdh-messages to qdr-peak-depth(qdr-idx)
                    move fp-qdh-time to qdr-peak-time(qdr-idx)
                end-if
                if fp-qdh-consumers < qdr-low-consumers(qdr-idx)
                   or qdr-low-consumers(qdr-idx) < 0
                    move fp-qdh-consumers
                            to qdr-low-consumers(qdr-idx)
                end-if
                move fp-qdh-messages to qdr-last-depth(qdr-idx)
                move fp-qdh-consumers to qdr-last-consumers(qdr-idx)
                if fp-qdh-breach
                    add 1 to qdr-breaches(qdr-idx)
                end-if
            end-if.

        find-or-add-queue-entry.
            move "N" to wk-found-flag
            move 1 to qdr-idx

            perform search-queue-entry
                with test after
                until wk-entry-found
                   or qdr-idx > qdr-count

            if not wk-entry-found
                if qdr-count > 49
                    move rmq-rc-bad-parm to return-code
                    display "qdeprpt: more than 50 distinct queues "
                            "on the depth history"
                    stop run
                end-if
                add 1 to qdr-count
                move qdr-count to qdr-idx
                move fp-qdh-queue-name to qdr-queue-name(qdr-idx)
                move 0 to qdr-samples(qdr-idx)
                move 0 to qdr-peak-depth(qdr-idx)
                move spaces to qdr-peak-time(qdr-idx)
                move -1 to qdr-low-consumers(qdr-idx)
                move 0 to qdr-last-depth(qdr-idx)
                move 0 to qdr-last-consumers(qdr-idx)
                move 0 to qdr-breaches(qdr-idx)
                move 0 to qdr-missing(qdr-idx)
            end-if.

        search-queue-entry.
            if qdr-idx <= qdr-count
                if qdr-queue-name(qdr-idx) = fp-qdh-queue-name
                    set wk-entry-found to true
                else
                    add 1 to qdr-idx
                end-if
            end-if.

        write-the-report.
            open output rmqdeprpt-file

            perform write-one-report-line
                varying qdr-idx from 1 by 1
                until qdr-idx > qdr-count

            close rmqdeprpt-file

            display "qdeprpt: samples read=" wk-read-count
                    " for date=" wk-matched-count
                    " queues=" qdr-count.

       *> a queue missing at every sample has no low to show
        write-one-report-line.
            if qdr-low-consumers(qdr-idx) < 0
                move 0 to qdr-low-consumers(qdr-idx)
            end-if

            move spaces to fp-qdrpt-report
            move wk-report-date to fp-qdrpt-date
            move qdr-queue-name(qdr-idx)     to fp-qdrpt-queue-name
            move qdr-samples(qdr-idx)        to fp-qdrpt-samples
            move qdr-peak-depth(qdr-idx)     to fp-qdrpt-peak-depth
            move qdr-peak-time(qdr-idx)      to fp-qdrpt-peak-time
            move qdr-low-consumers(qdr-idx)  to fp-qdrpt-low-consumers
            move qdr-last-depth(qdr-idx)     to fp-qdrpt-last-depth
            move qdr-last-consumers(qdr-idx)
                    to fp-qdrpt-last-consumers
            move qdr-breaches(qdr-idx)       to fp-qdrpt-breaches
            move qdr-missing(qdr-idx)        to fp-qdrpt-missing
            write fp-qdrpt-report.

        end program qdeprpt.
