        identification division.
        program-id.    item0adj.

       *> item0adj appends one entry to the dated ITEMADJ item
       *> adjustment journal for every change ITEMMNT applies to the
       *> ITEMMST item master -- the ACCT0AUD of item maintenance.
       *> The caller supplies who made the change, the function, the
       *> reason code, the warehouse (blank unless the change was
       *> made at one ITEMLOC location, when the on-hand images are
       *> that location's) and the item record as it stood before
       *> and after; this program stamps the date and time and files
       *> the fields that moved.

        environment division.
        input-output section.
        file-control.
            select itemadj-file assign to "ITEMADJ"
                organization line sequential
                file status is itemadj-status.

        data division.
        file section.
        fd  itemadj-file.
            copy rmqitadj replacing ==:pfx:== by ==fp==.

        working-storage section.
        01  itemadj-status         pic xx.
            88 itemadj-ok          value "00", "05".

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
        01  lk-user                pic x(8).
        01  lk-function            pic x(1).
        01  lk-reason              pic x(4).
        01  lk-whse                pic x(4).
            copy rmqitem replacing ==:pfx:== by ==lb==.
            copy rmqitem replacing ==:pfx:== by ==la==.

        procedure division using lk-user, lk-function, lk-reason,
                    lk-whse, lb-item-record, la-item-record.

        main-para.
            accept wk-today from date yyyymmdd
            accept wk-now from time

            move spaces to fp-itadj-entry
            string wk-today-yyyy delimited by size
                   "-" delimited by size
                   wk-today-mm delimited by size
                   "-" delimited by size
                   wk-today-dd delimited by size
                   into fp-itadj-date
            end-string
            string wk-now-hh delimited by size
                   ":" delimited by size
                   wk-now-mi delimited by size
                   ":" delimited by size
                   wk-now-ss delimited by size
                   into fp-itadj-time
            end-string

            move lk-user                 to fp-itadj-user
            move lk-function             to fp-itadj-function
            move lk-reason               to fp-itadj-reason
            move lk-whse                 to fp-itadj-whse
            move la-item-code            to fp-itadj-item-code
            move lb-item-onhand          to fp-itadj-before-onhand
            move la-item-onhand          to fp-itadj-after-onhand
            move lb-item-price           to fp-itadj-before-price
            move la-item-price           to fp-itadj-after-price
            move lb-item-reorder-level   to fp-itadj-before-level
            move la-item-reorder-level   to fp-itadj-after-level
            move lb-item-reorder-qty     to fp-itadj-before-reord-qty
            move la-item-reorder-qty     to fp-itadj-after-reord-qty

            open extend itemadj-file
            if not itemadj-ok
                open output itemadj-file
            end-if

            write fp-itadj-entry

            close itemadj-file

            goback.

        end program item0adj.
