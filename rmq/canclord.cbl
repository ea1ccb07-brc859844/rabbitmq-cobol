       *> line's quantity back to on-hand.  The order file is walked
       *> whole and rewritten alongside, then swapped in the way
       *> ORDFULFL swaps its updated copy -- two passes, so nothing
       *> is marked or returned unless the whole order can be.  A
       *> line PLACEORD drew from a warehouse location goes back on
       *> that location through ITEM0LOC as well.  The
       *> item master stays open across calls the same way PLACEORD
       *> holds it open; the dispatch itself is journaled to
       *> RMQSVCJRN by RMQDISP like every other service call.
        01  wk-opened-flag      pic x(1) value "N".
            88 wk-master-open   value "Y".

       *> ITEM0LOC's parameters -- stock coming back goes on the
       *> warehouse the line was drawn from
        01  wk-loc-function     pic x(8).
        01  wk-loc-whse         pic x(4).
        01  wk-loc-qty          pic 9(7).
        01  wk-loc-onhand       pic 9(7).
        01  wk-loc-result       pic x(8).

        01  wk-max-idata-len    usage binary-long value 16384.
        01  wk-reply-len        usage binary-long value 20.
        01  idata-view          pic x(16384) based.
                    add fo-ord-qty to im-item-onhand
                    perform stamp-the-item
                    rewrite im-item-record
            end-read

            if fo-ord-whse not = spaces
                move "RESTOCK" to wk-loc-function
                move fo-ord-whse to wk-loc-whse
                move fo-ord-qty to wk-loc-qty
                call "ITEM0LOC" using wk-loc-function,
                            fo-ord-item-code, wk-loc-whse,
                            wk-loc-qty, wk-loc-onhand, wk-loc-result
                end-call
            end-if.

        stamp-the-item.
            accept wk-today from date yyyymmdd
