
       *> runhrpt shows the last few windows side by side: for each
       *> program on the RMQRUNHIST run-history journal, its most
       *> recent runs (RMQRUNHN of them, default 7) with business date,
       *> start, end, return code and record counts -- so "is tonight
       *> slower than normal" is answered by reading one block per
       *> program instead of piecing together spool output.  Lines also
       *> land on RMQRUNHRPT in the journal layout for downstream use.

        environment division.
        input-output section.
                10 prog-run-count     binary-long.
                10 prog-next-slot     binary-long.
                10 prog-run           occurs 10 times.
                    15 prog-run-record pic x(82).

        01  wk-keep-runs          binary-long value 7.
        01  wk-keep-text          pic x(2).
            move prog-run-record(wk-prog-idx, wk-slot)
                    to wr-runh-entry

            display "runhrpt:   " wr-runh-bus-date " "
                    wr-runh-start-date " "
                    wr-runh-start-time " -> " wr-runh-end-time
                    " rc=" wr-runh-return-code
                    " in=" wr-runh-records-in
