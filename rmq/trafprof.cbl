        identification division.
        program-id.    trafprof.

       *> trafprof is the hourly traffic profile for capacity
       *> planning.  PERFSUMM says how long calls took and SVCSUMM how
       *> many requests a service had in a day; this says when in the
       *> day the traffic comes.  It buckets three trails by clock
       *> hour and routing key across a date range:
       *>
       *>   PUBLISH   RMQAUDIT  -- what we put on the broker
       *>   CONSUME   RMQCAUDIT -- what we took off it
       *>   SERVICE   RMQSVCJRN -- what RMQDISP dispatched (bytes in
       *>                        and out)
       *>
       *> and writes a TRAFRPT line (rmqtfrpt.cpy) per source, key and
       *> busy hour with count and bytes, the same hour across the
       *> same days a week earlier and the change, the peak hour, and
       *> an *ALL total per source -- the figure to size the
       *> dispatcher and the broker against.  TRAFEXT carries every
       *> hour of every source and key as comma-separated values with
       *> a heading row, for charting.
       *>
       *> The range is RMQTRAFFROM / RMQTRAFTO (yyyy-mm-dd; TO
       *> defaults to FROM, FROM to the business date per RMQ0BDT).
       *> A trail that isn't there is reported and counted as no
       *> traffic.

        environment division.
        input-output section.
        file-control.
            select rmqaudit-file assign to "RMQAUDIT"
                organization line sequential
                file status is rmqaudit-status.
            select rmqcaudit-file assign to "RMQCAUDIT"
                organization line sequential
                file status is rmqcaudit-status.
            select rmqsvcjrn-file assign to "RMQSVCJRN"
                organization line sequential
                file status is rmqsvcjrn-status.
            select trafrpt-file assign to "TRAFRPT"
                organization line sequential
                file status is trafrpt-status.
            select trafext-file assign to "TRAFEXT"
                organization line sequential
                file status is trafext-status.

        data division.
        file section.
        fd  rmqaudit-file.
            copy rmqaudit replacing ==:pfx:== by ==fa==.
        fd  rmqcaudit-file.
            copy rmqcaud replacing ==:pfx:== by ==fc==.
        fd  rmqsvcjrn-file.
            copy rmqsjrn replacing ==:pfx:== by ==fj==.
        fd  trafrpt-file.
            copy rmqtfrpt replacing ==:pfx:== by ==fo==.
        fd  trafext-file.
        01  fx-trafext-line        pic x(120).

        working-storage section.

        01  rmqaudit-status        pic xx.
            88 rmqaudit-ok         value "00".
            88 rmqaudit-eof        value "10".
        01  rmqcaudit-status       pic xx.
            88 rmqcaudit-ok        value "00".
            88 rmqcaudit-eof       value "10".
        01  rmqsvcjrn-status       pic xx.
            88 rmqsvcjrn-ok        value "00".
            88 rmqsvcjrn-eof       value "10".
        01  trafrpt-status         pic xx.
            88 trafrpt-ok          value "00".
        01  trafext-status         pic xx.
            88 trafext-ok          value "00".

            copy rmqretc.

       *> the range asked for, and the same days a week earlier
        01  wk-from-date           pic x(10).
        01  wk-to-date             pic x(10).
        01  wk-prior-from          pic x(10).
        01  wk-prior-to            pic x(10).
        01  wk-today               pic 9(8).
        01  wk-date-num            pic 9(8).
        01  wk-date-edit           redefines wk-date-num.
            05 wk-date-yyyy        pic 9(4).
            05 wk-date-mm          pic 9(2).
            05 wk-date-dd          pic 9(2).
        01  wk-date-text           pic x(10).
        01  wk-day-num             binary-long.

       *> one entry per source and routing key, 24 hours apiece
        01  trf-table.
            05 trf-count           binary-long value 0.
            05 trf-entry           occurs 300 times.
                10 trf-source          pic x(8).
                10 trf-routing-key     pic x(50).
                10 trf-hour            occurs 24 times.
                    15 trf-count-cur       binary-long.
                    15 trf-bytes-cur       binary-double.
                    15 trf-count-prior     binary-long.
                    15 trf-bytes-prior     binary-double.

        01  wk-idx                 binary-long.
        01  wk-hr                  binary-long.
        01  wk-clear-hr            binary-long.
        01  wk-peak-hr             binary-long.
        01  wk-found-flag          pic x(1).
            88 wk-entry-found      value "Y".

       *> the one trail line being tallied
        01  wk-source              pic x(8).
        01  wk-routing-key         pic x(50).
        01  wk-rec-date            pic x(10).
        01  wk-rec-time            pic x(8).
        01  wk-rec-bytes           binary-double.
        01  wk-in-range-flag       pic x(1).
            88 wk-in-range         value "Y".
        01  wk-in-prior-flag       pic x(1).
            88 wk-in-prior         value "Y".

        01  wk-tot-cur             binary-long.
        01  wk-tot-bytes-cur       binary-double.
        01  wk-tot-prior           binary-long.
        01  wk-tot-bytes-prior     binary-double.
        01  wk-peak-count          binary-long.

       *> the extract's numbers, edited and trimmed into the line
        01  wk-ext-hour            pic 9(2).
        01  wk-ext-count           pic z(8)9.
        01  wk-ext-bytes           pic z(11)9.
        01  wk-ext-prior           pic z(8)9.
        01  wk-ext-prior-bytes     pic z(11)9.

        01  wk-read-count          binary-long value 0.
        01  wk-tallied-count       binary-long value 0.
        01  wk-line-count          binary-long value 0.


        procedure division.

        main-line.
            perform load-the-range
            perform tally-the-publishes
            perform tally-the-consumes
            perform tally-the-service-calls
            perform write-the-profile
            display "trafprof: trail lines read=" wk-read-count
                    " in range=" wk-tallied-count
                    " report lines=" wk-line-count
            stop run.

        load-the-range.
            display "RMQTRAFFROM" upon environment-name
            accept wk-from-date from environment-value
                on exception
                    move spaces to wk-from-date
            end-accept

            display "RMQTRAFTO" upon environment-name
            accept wk-to-date from environment-value
                on exception
                    move spaces to wk-to-date
            end-accept

            if wk-from-date = spaces
                call "RMQ0BDT" using "CURRENT ", wk-today
                end-call
                move wk-today to wk-date-num
                perform edit-the-date
                move wk-date-text to wk-from-date
            end-if

            if wk-to-date = spaces
                move wk-from-date to wk-to-date
            end-if

            move wk-from-date to wk-date-text
            perform shift-back-a-week
            move wk-date-text to wk-prior-from
            move wk-to-date to wk-date-text
            perform shift-back-a-week
            move wk-date-text to wk-prior-to

            if wk-prior-from = spaces or wk-prior-to = spaces
               or wk-to-date < wk-from-date
                move rmq-rc-bad-parm to return-code
                display "trafprof: RMQTRAFFROM/RMQTRAFTO must be "
                        "yyyy-mm-dd dates, FROM not after TO"
                stop run
            end-if

            display "trafprof: profiling " wk-from-date " to "
                    wk-to-date " against " wk-prior-from " to "
                    wk-prior-to.

       *> leaves wk-date-text seven days earlier, or blank when it
       *> doesn't read as a date
        shift-back-a-week.
            if wk-date-text(1:4) is numeric
               and wk-date-text(5:1) = "-"
               and wk-date-text(6:2) is numeric
               and wk-date-text(8:1) = "-"
               and wk-date-text(9:2) is numeric
                move wk-date-text(1:4) to wk-date-yyyy
                move wk-date-text(6:2) to wk-date-mm
                move wk-date-text(9:2) to wk-date-dd
                compute wk-day-num =
                    function integer-of-date(wk-date-num) - 7
                compute wk-date-num =
                    function date-of-integer(wk-day-num)
                perform edit-the-date
            else
                move spaces to wk-date-text
            end-if.

        edit-the-date.
            move spaces to wk-date-text
            string wk-date-yyyy delimited by size
                   "-" delimited by size
                   wk-date-mm delimited by size
                   "-" delimited by size
                   wk-date-dd delimited by size
                   into wk-date-text
            end-string.

        tally-the-publishes.
            open input rmqaudit-file
            if not rmqaudit-ok
                display "trafprof: no publish audit trail, status "
                        rmqaudit-status " -- no publishes counted"
            else
                move "PUBLISH" to wk-source
                perform tally-next-publish
                    with test after
                    until rmqaudit-eof
                close rmqaudit-file
            end-if.

        tally-next-publish.
            read rmqaudit-file
                at end
                    set rmqaudit-eof to true
                not at end
                    move fa-aud-date to wk-rec-date
                    move fa-aud-time to wk-rec-time
                    move fa-aud-routing-key to wk-routing-key
                    move 0 to wk-rec-bytes
                    if fa-aud-msg-len is numeric
                        move fa-aud-msg-len to wk-rec-bytes
                    end-if
                    perform tally-one-line
            end-read.

        tally-the-consumes.
            open input rmqcaudit-file
            if not rmqcaudit-ok
                display "trafprof: no consume audit trail, status "
                        rmqcaudit-status " -- no consumes counted"
            else
                move "CONSUME" to wk-source
                perform tally-next-consume
                    with test after
                    until rmqcaudit-eof
                close rmqcaudit-file
            end-if.

        tally-next-consume.
            read rmqcaudit-file
                at end
                    set rmqcaudit-eof to true
                not at end
                    move fc-caud-date to wk-rec-date
                    move fc-caud-time to wk-rec-time
                    move fc-caud-routing-key to wk-routing-key
                    move 0 to wk-rec-bytes
                    if fc-caud-msg-len is numeric
                        move fc-caud-msg-len to wk-rec-bytes
                    end-if
                    perform tally-one-line
            end-read.

        tally-the-service-calls.
            open input rmqsvcjrn-file
            if not rmqsvcjrn-ok
                display "trafprof: no service journal, status "
                        rmqsvcjrn-status " -- no service calls counted"
            else
                move "SERVICE" to wk-source
                perform tally-next-service-call
                    with test after
                    until rmqsvcjrn-eof
                close rmqsvcjrn-file
            end-if.

       *> a service call's bytes are the request and the reply both
        tally-next-service-call.
            read rmqsvcjrn-file
                at end
                    set rmqsvcjrn-eof to true
                not at end
                    move fj-sjrn-date to wk-rec-date
                    move fj-sjrn-time to wk-rec-time
                    move fj-sjrn-routing-key to wk-routing-key
                    move 0 to wk-rec-bytes
                    if fj-sjrn-input-len is numeric
                        add fj-sjrn-input-len to wk-rec-bytes
                    end-if
                    if fj-sjrn-reply-len is numeric
                        add fj-sjrn-reply-len to wk-rec-bytes
                    end-if
                    perform tally-one-line
            end-read.

       *> a range longer than a week overlaps its own prior week, so
       *> one line can count on both sides
        tally-one-line.
            add 1 to wk-read-count
            move "N" to wk-in-range-flag
            move "N" to wk-in-prior-flag
            if wk-rec-date >= wk-from-date
               and wk-rec-date <= wk-to-date
                set wk-in-range to true
            end-if
            if wk-rec-date >= wk-prior-from
               and wk-rec-date <= wk-prior-to
                set wk-in-prior to true
            end-if

            if (wk-in-range or wk-in-prior)
               and wk-rec-time(1:2) is numeric
               and wk-rec-time(1:2) < "24"
                compute wk-hr = function numval(wk-rec-time(1:2)) + 1
                if wk-in-range
                    add 1 to wk-tallied-count
                end-if
                perform find-or-add-entry
                perform add-to-the-entry
                move "*ALL" to wk-routing-key
                perform find-or-add-entry
                perform add-to-the-entry
            end-if.

        add-to-the-entry.
            if wk-in-range
                add 1 to trf-count-cur(wk-idx, wk-hr)
                add wk-rec-bytes to trf-bytes-cur(wk-idx, wk-hr)
            end-if
            if wk-in-prior
                add 1 to trf-count-prior(wk-idx, wk-hr)
                add wk-rec-bytes to trf-bytes-prior(wk-idx, wk-hr)
            end-if.

        find-or-add-entry.
            move "N" to wk-found-flag
            move 1 to wk-idx

            perform search-entry
                with test after
                until wk-entry-found
                   or wk-idx > trf-count

            if not wk-entry-found
                if trf-count > 299
                    move rmq-rc-bad-parm to return-code
                    display "trafprof: more than 300 source and "
                            "routing key pairs in the range"
                    stop run
                end-if
                add 1 to trf-count
                move trf-count to wk-idx
                move wk-source to trf-source(wk-idx)
                move wk-routing-key to trf-routing-key(wk-idx)
                perform clear-one-hour
                    varying wk-clear-hr from 1 by 1
                    until wk-clear-hr > 24
            end-if.

        search-entry.
            if wk-idx <= trf-count
                if trf-source(wk-idx) = wk-source
                   and trf-routing-key(wk-idx) = wk-routing-key
                    set wk-entry-found to true
                else
                    add 1 to wk-idx
                end-if
            end-if.

        clear-one-hour.
            move 0 to trf-count-cur(wk-idx, wk-clear-hr)
            move 0 to trf-bytes-cur(wk-idx, wk-clear-hr)
            move 0 to trf-count-prior(wk-idx, wk-clear-hr)
            move 0 to trf-bytes-prior(wk-idx, wk-clear-hr).

        write-the-profile.
            open output trafrpt-file
            open output trafext-file

            if not trafrpt-ok or not trafext-ok
                move rmq-rc-file-error to return-code
                display "trafprof: unable to open TRAFRPT or TRAFEXT"
                stop run
            end-if

            move "from,to,source,routing_key,hour,count,bytes,"
                    & "prior_count,prior_bytes" to fx-trafext-line
            write fx-trafext-line

            perform write-one-profile
                varying wk-idx from 1 by 1
                until wk-idx > trf-count

            close trafrpt-file
            close trafext-file.

       *> the busiest hour is found first so its line can say so
        write-one-profile.
            move 0 to wk-tot-cur
            move 0 to wk-tot-bytes-cur
            move 0 to wk-tot-prior
            move 0 to wk-tot-bytes-prior
            move 0 to wk-peak-count
            move 0 to wk-peak-hr

            perform total-one-hour
                varying wk-hr from 1 by 1
                until wk-hr > 24

            perform write-one-hour
                varying wk-hr from 1 by 1
                until wk-hr > 24

            move spaces to fo-traffic-report
            move wk-from-date to fo-tfr-from-date
            move wk-to-date to fo-tfr-to-date
            move trf-source(wk-idx) to fo-tfr-source
            move trf-routing-key(wk-idx) to fo-tfr-routing-key
            move "ALL" to fo-tfr-hour
            move wk-tot-cur to fo-tfr-count
            move wk-tot-bytes-cur to fo-tfr-bytes
            move wk-tot-prior to fo-tfr-prior-count
            move wk-tot-bytes-prior to fo-tfr-prior-bytes
            perform figure-the-change
            if wk-peak-hr > 0
                compute wk-ext-hour = wk-peak-hr - 1
                move wk-ext-hour to fo-tfr-peak-hour
            end-if
            write fo-traffic-report
            add 1 to wk-line-count.

        total-one-hour.
            add trf-count-cur(wk-idx, wk-hr) to wk-tot-cur
            add trf-bytes-cur(wk-idx, wk-hr) to wk-tot-bytes-cur
            add trf-count-prior(wk-idx, wk-hr) to wk-tot-prior
            add trf-bytes-prior(wk-idx, wk-hr) to wk-tot-bytes-prior
            if trf-count-cur(wk-idx, wk-hr) > wk-peak-count
                move trf-count-cur(wk-idx, wk-hr) to wk-peak-count
                move wk-hr to wk-peak-hr
            end-if.

       *> the report skips an hour quiet in both weeks; the extract
       *> keeps all 24 so a chart has no gaps
        write-one-hour.
            compute wk-ext-hour = wk-hr - 1
            perform write-one-extract-line

            if trf-count-cur(wk-idx, wk-hr) > 0
               or trf-count-prior(wk-idx, wk-hr) > 0
                move spaces to fo-traffic-report
                move wk-from-date to fo-tfr-from-date
                move wk-to-date to fo-tfr-to-date
                move trf-source(wk-idx) to fo-tfr-source
                move trf-routing-key(wk-idx) to fo-tfr-routing-key
                move wk-ext-hour to fo-tfr-hour
                move trf-count-cur(wk-idx, wk-hr) to fo-tfr-count
                move trf-bytes-cur(wk-idx, wk-hr) to fo-tfr-bytes
                move trf-count-prior(wk-idx, wk-hr)
                        to fo-tfr-prior-count
                move trf-bytes-prior(wk-idx, wk-hr)
                        to fo-tfr-prior-bytes
                perform figure-the-change
                if wk-hr = wk-peak-hr
                    move "PEAK" to fo-tfr-peak
                end-if
                write fo-traffic-report
                add 1 to wk-line-count
            end-if.

        figure-the-change.
            move 0 to fo-tfr-change-pct
            move spaces to fo-tfr-change-flag
            if fo-tfr-prior-count = 0
                if fo-tfr-count > 0
                    move "NEW" to fo-tfr-change-flag
                end-if
            else
                compute fo-tfr-change-pct rounded =
                    ((fo-tfr-count - fo-tfr-prior-count) * 100)
                        / fo-tfr-prior-count
                    on size error
                        move 99999 to fo-tfr-change-pct
                end-compute
            end-if.

        write-one-extract-line.
            move trf-count-cur(wk-idx, wk-hr) to wk-ext-count
            move trf-bytes-cur(wk-idx, wk-hr) to wk-ext-bytes
            move trf-count-prior(wk-idx, wk-hr) to wk-ext-prior
            move trf-bytes-prior(wk-idx, wk-hr) to wk-ext-prior-bytes

            move spaces to fx-trafext-line
            string wk-from-date delimited by size
                   "," delimited by size
                   wk-to-date delimited by size
                   "," delimited by size
                   function trim(trf-source(wk-idx)) delimited by size
                   "," delimited by size
                   function trim(trf-routing-key(wk-idx))
                        delimited by size
                   "," delimited by size
                   wk-ext-hour delimited by size
                   "," delimited by size
                   function trim(wk-ext-count) delimited by size
                   "," delimited by size
                   function trim(wk-ext-bytes) delimited by size
                   "," delimited by size
                   function trim(wk-ext-prior) delimited by size
                   "," delimited by size
                   function trim(wk-ext-prior-bytes) delimited by size
                   into fx-trafext-line
            end-string
            write fx-trafext-line.

        end program trafprof.
