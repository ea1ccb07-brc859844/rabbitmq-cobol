       *> value on RMQORDERS, this job rolls one day's records up by
       *> item -- lines, units, value -- and closes with the overall
       *> total, to RMQSALESRPT in the rmqsalrp.cpy layout.  The date
       *> defaults to the business date (RMQ0BDT) and is overridable
       *> through RMQSALEDATE (yyyy-mm-dd) the same way SVCSUMM's date
       *> is.  Cancelled records are left out: stock that went back was
       *> never sold.  Value is reported net -- what the customer was
       *> charged -- beside the list value and the discount customer
       *> price agreements gave between the two; a line from before
       *> agreements carries no list value and counts as sold at list.

        environment division.
        input-output section.
                10 item-lines          binary-long.
                10 item-units          binary-long.
                10 item-value          pic 9(11)v99.
                10 item-list-value     pic 9(11)v99.

        01  wk-idx                 binary-long.
        01  wk-found-flag          pic x(1).
        01  wk-total-lines         binary-long value 0.
        01  wk-total-units         binary-long value 0.
        01  wk-total-value         pic 9(11)v99 value zero.
        01  wk-total-list-value    pic 9(11)v99 value zero.
        01  wk-list-value          pic 9(9)v99.
        01  wk-discount            pic s9(11)v99.

        procedure division.

            stop run.

        load-report-date.
            call "RMQ0BDT" using "CURRENT ", wk-today
            end-call

            move spaces to wk-report-date
            string wk-today-yyyy delimited by size
            if fo-ord-value is numeric
                add fo-ord-value to item-value(wk-idx)
                add fo-ord-value to wk-total-value
                if fo-ord-list-value is numeric
                    move fo-ord-list-value to wk-list-value
                else
                    move fo-ord-value to wk-list-value
                end-if
                add wk-list-value to item-list-value(wk-idx)
                add wk-list-value to wk-total-list-value
            end-if
            add 1 to wk-total-lines.

                move 0 to item-lines(wk-idx)
                move 0 to item-units(wk-idx)
                move zero to item-value(wk-idx)
                move zero to item-list-value(wk-idx)
            end-if.

        search-item-entry.
            move wk-total-lines to fp-salrp-lines
            move wk-total-units to fp-salrp-units
            move wk-total-value to fp-salrp-value
            move wk-total-list-value to fp-salrp-list-value
            compute wk-discount = wk-total-list-value - wk-total-value
            move wk-discount    to fp-salrp-discount
            write fp-salrp-line

            close rmqsalesrpt-file
            move item-lines(wk-idx)  to fp-salrp-lines
            move item-units(wk-idx)  to fp-salrp-units
            move item-value(wk-idx)  to fp-salrp-value
            move item-list-value(wk-idx) to fp-salrp-list-value
            compute wk-discount =
                item-list-value(wk-idx) - item-value(wk-idx)
            move wk-discount         to fp-salrp-discount
            write fp-salrp-line.

        end program salesrpt.
