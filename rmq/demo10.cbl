                    perform republish-one-entry
            end-read.

       *> the ledger's message field holds 334 bytes; an assembled
       *> multi-record set is longer than that and was truncated on
       *> the way in, so resending it would put a mangled message on
       *> the wire (or read past the record).  Those entries stay on
       *> the ledger and get called out for manual handling.
        republish-one-entry.
            if fp-fail-msg-len > 334
                add 1 to wk-still-failed-count
                display "demo10: entry for "
                        function trim(fp-fail-routing-key)
