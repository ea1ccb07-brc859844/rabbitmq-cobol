       *> writes the whole record.  A program that never managed a
       *> START (or abended before one) simply has no history line,
       *> which is itself an answer.  The environment comes off
       *> RMQENV the same way every program reads it, and the
       *> business date off RMQ0BDT.

        environment division.
        input-output section.
        01  wk-stamp-date           pic x(10).
        01  wk-stamp-time           pic x(8).

        01  wk-bus-num              pic 9(8).
        01  wk-bus-edit             redefines wk-bus-num.
            05 wk-bus-yyyy          pic 9(4).
            05 wk-bus-mm            pic 9(2).
            05 wk-bus-dd            pic 9(2).

        linkage section.
        01  lk-request-code         pic x(8).
        01  lk-program              pic x(8).
            move lk-records-in  to fp-runh-records-in
            move lk-records-out to fp-runh-records-out

       *> the business date the program has been working under all
       *> along -- RMQ0BDT holds it for the run
            call "RMQ0BDT" using "CURRENT ", wk-bus-num
            end-call
            string wk-bus-yyyy delimited by size
                   "-" delimited by size
                   wk-bus-mm delimited by size
                   "-" delimited by size
                   wk-bus-dd delimited by size
                   into fp-runh-bus-date
            end-string

            open extend rmqrunhist-file
            if not rmqrunhist-ok
                open output rmqrunhist-file
