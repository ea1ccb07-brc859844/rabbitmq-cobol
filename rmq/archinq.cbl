                        function trim(am-arch-reversal-id)
            end-if

            if am-arch-signature not = spaces
                display "archinq:   signed " am-arch-signature
            end-if

            move am-arch-record to fo-arch-record
            write fo-arch-record.

