        01  wk-odata               usage pointer.
        01  wk-olen                binary-long.
        01  wk-request             pic x(22).
        01  reply-view             pic x(41) based.

        01  wk-read-count          binary-long value 0.
        01  wk-applied-count       binary-long value 0.

            move "ERROR" to pt-postt-rep-status
            if wk-odata not = null
                if wk-olen >= 41
                    set address of reply-view to wk-odata
                    move reply-view to pt-posttxn-reply
                end-if
