            88 wk-history-open  value "Y".

        01  wk-max-idata-len    usage binary-long value 16384.
        01  wk-reply-len        usage binary-long value 589.
        01  idata-view          pic x(16384) based.
        01  odata-view          pic x(589) based.
        01  txt                 pic x(60) based.

       *> ring of the last ten movements read for the account -- the
                10 ring-dc              pic x(1).
                10 ring-amount          pic 9(9)v99.
                10 ring-balance         pic s9(9)v99.
                10 ring-xfer-ref        pic x(16).

        01  wk-read-count       binary-long value 0.
        01  wk-want-count       binary-long.
            move ah-hist-time        to ring-time(wk-ring-idx)
            move ah-hist-dc          to ring-dc(wk-ring-idx)
            move ah-hist-amount      to ring-amount(wk-ring-idx)
            move ah-hist-new-balance to ring-balance(wk-ring-idx)
            move ah-hist-xfer-ref    to ring-xfer-ref(wk-ring-idx).

        build-the-reply.
            move wk-want-count to wk-give-count
                varying wk-rep-idx from 1 by 1
                until wk-rep-idx > wk-give-count

            allocate (589) characters initialized returning odata
            set address of odata-view to odata
            move gh-gethist-reply to odata-view
            move wk-reply-len to olen.

        blank-one-movement.
            move spaces to gh-gthst-rep-movement(wk-rep-idx)
            move spaces to gh-gthst-rep-xfer-ref(wk-rep-idx).

       *> reply slot 1 is the newest movement -- the one the ring
       *> wrote last -- and each later slot steps one back in time
            move ring-amount(wk-ring-idx)
                    to gh-gthst-rep-amount(wk-rep-idx)
            move ring-balance(wk-ring-idx)
                    to gh-gthst-rep-balance(wk-rep-idx)
            move ring-xfer-ref(wk-ring-idx)
                    to gh-gthst-rep-xfer-ref(wk-rep-idx).

        end program gethist.
