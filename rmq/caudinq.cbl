                    function trim(cm-carc-disposition) ")"
            display "caudinq:   " function trim(cm-carc-message)

            if cm-carc-signature not = spaces
                display "caudinq:   signed " cm-carc-signature
            end-if

            move cm-carc-record to fo-carc-record
            write fo-carc-record.

