        identification division.
        program-id.    item0loc.

       *> item0loc is the one way stock moves on the ITEMLOC
       *> item-location file: PLACEORD sources and draws order lines
       *> through it, and CANCLORD, SHIPCONF, RETRNORD, GRCPAPLY and
       *> ITEMMNT put stock back or adjust it through it, so a
       *> location's figure is only ever changed in one place.  The
       *> caller names the function, the item and the warehouse, and
       *> gets the location's on-hand and a result back:
       *>
       *>   FIRST    position on the item's first location (in
       *>            warehouse-code order) and return it
       *>   NEXT     the item's next location after FIRST / NEXT
       *>   ONHAND   the named location's on-hand, nothing moved
       *>   DRAW     take lk-qty off the named location
       *>   RESTOCK  put lk-qty back on the named location
       *>
       *> The result answers OK, NOLOC (no such location, or no more
       *> of the item's locations), SHORT (a DRAW the location can't
       *> cover -- nothing is taken) or NOFILE (ITEMLOC isn't there:
       *> no item has locations, so every item is single-site).
       *> The file stays open across calls the way ACCT0HST holds
       *> ACCTHST open -- the callers here are long-running services.

        environment division.
        input-output section.
        file-control.
            select itemloc-file assign to "ITEMLOC"
                organization indexed
                access mode dynamic
                record key fl-loc-key
                file status is itemloc-status.

        data division.
        file section.
        fd  itemloc-file.
            copy rmqitloc replacing ==:pfx:== by ==fl==.

        working-storage section.
        01  itemloc-status         pic xx.
            88 itemloc-ok          value "00".

        01  wk-open-flag           pic x(1) value "N".
            88 wk-locations-open   value "Y".

        01  wk-today               pic 9(8).
        01  wk-today-edit          redefines wk-today.
            05 wk-today-yyyy       pic 9(4).
            05 wk-today-mm         pic 9(2).
            05 wk-today-dd         pic 9(2).
        01  wk-now                 pic 9(8).
        01  wk-now-edit            redefines wk-now.
            05 wk-now-hh           pic 9(2).
            05 wk-now-mi           pic 9(2).
            05 wk-now-ss           pic 9(2).
            05 wk-now-th           pic 9(2).

        linkage section.
        01  lk-function            pic x(8).
        01  lk-item-code           pic x(10).
        01  lk-whse                pic x(4).
        01  lk-qty                 pic 9(7).
        01  lk-onhand              pic 9(7).
        01  lk-result              pic x(8).

        procedure division using lk-function, lk-item-code, lk-whse,
                    lk-qty, lk-onhand, lk-result.

        main-para.
            move "NOLOC" to lk-result
            move zero to lk-onhand
            perform open-the-locations

            if not wk-locations-open
                move "NOFILE" to lk-result
            else
                evaluate lk-function
                    when "FIRST   "
                        perform find-first-location
                    when "NEXT    "
                        perform find-next-location
                    when "ONHAND  "
                        perform read-the-location
                    when "DRAW    "
                        perform draw-the-location
                    when "RESTOCK "
                        perform restock-the-location
                    when other
                        move "BADFUNC" to lk-result
                end-evaluate
            end-if

            goback.

       *> no ITEMLOC at all is not an error -- the shop simply isn't
       *> stocking by location yet -- so it is never created here
        open-the-locations.
            if not wk-locations-open
                open i-o itemloc-file
                if itemloc-ok
                    set wk-locations-open to true
                end-if
            end-if.

        find-first-location.
            move lk-item-code to fl-loc-item-code
            move low-values   to fl-loc-whse
            start itemloc-file key is not less than fl-loc-key
                invalid key
                    continue
                not invalid key
                    perform find-next-location
            end-start.

        find-next-location.
            read itemloc-file next record
                at end
                    continue
                not at end
                    if fl-loc-item-code = lk-item-code
                        move fl-loc-whse   to lk-whse
                        move fl-loc-onhand to lk-onhand
                        move "OK" to lk-result
                    end-if
            end-read.

        read-the-location.
            move lk-item-code to fl-loc-item-code
            move lk-whse      to fl-loc-whse
            read itemloc-file
                invalid key
                    continue
                not invalid key
                    move fl-loc-onhand to lk-onhand
                    move "OK" to lk-result
            end-read.

        draw-the-location.
            perform read-the-location

            if lk-result = "OK"
                if fl-loc-onhand < lk-qty
                    move "SHORT" to lk-result
                else
                    subtract lk-qty from fl-loc-onhand
                    perform rewrite-the-location
                end-if
            end-if.

        restock-the-location.
            perform read-the-location

            if lk-result = "OK"
                add lk-qty to fl-loc-onhand
                perform rewrite-the-location
            end-if.

        rewrite-the-location.
            accept wk-today from date yyyymmdd
            accept wk-now from time

            move spaces to fl-loc-updated-date
            string wk-today-yyyy delimited by size
                   "-" delimited by size
                   wk-today-mm delimited by size
                   "-" delimited by size
                   wk-today-dd delimited by size
                   into fl-loc-updated-date
            end-string
            move spaces to fl-loc-updated-time
            string wk-now-hh delimited by size
                   ":" delimited by size
                   wk-now-mi delimited by size
                   ":" delimited by size
                   wk-now-ss delimited by size
                   into fl-loc-updated-time
            end-string

            rewrite fl-loc-record
                invalid key
                    move "NOLOC" to lk-result
                not invalid key
                    move fl-loc-onhand to lk-onhand
            end-rewrite.

        end program item0loc.
