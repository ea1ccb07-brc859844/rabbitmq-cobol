        identification division.
        program-id.    rmq0secj.

       *> rmq0secj appends one entry to the SECJRN operator security
       *> journal (rmqsecj.cpy): who signed on to which screen and
       *> when, every failed attempt, lockout and refusal, every
       *> function a role was not allowed, and every change made to
       *> an operator on OPERMNT.  RMQ0SIGN and OPERMNT are its
       *> callers.  Written the same way RMQ0SJRN writes the service
       *> journal -- opened per entry so an abandoned screen session
       *> loses nothing already said.

        environment division.
        input-output section.
        file-control.
            select secjrn-file assign to "SECJRN"
                organization line sequential
                file status is secjrn-status.

        data division.
        file section.
        fd  secjrn-file.
            copy rmqsecj replacing ==:pfx:== by ==fp==.

        working-storage section.
        01  secjrn-status          pic xx.
            88 secjrn-ok           value "00", "05".

        01  wk-scrub-idx           binary-long.

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
        01  lk-user-id             pic x(8).
        01  lk-screen              pic x(8).
        01  lk-event               pic x(8).
        01  lk-function            pic x(50).
        01  lk-subject             pic x(8).
        01  lk-detail              pic x(40).

        procedure division using lk-user-id, lk-screen, lk-event,
                    lk-function, lk-subject, lk-detail.

        main-para.
            accept wk-today from date yyyymmdd
            accept wk-now from time

            move spaces to fp-secj-entry
            string wk-today-yyyy delimited by size
                   "-" delimited by size
                   wk-today-mm delimited by size
                   "-" delimited by size
                   wk-today-dd delimited by size
                   into fp-secj-date
            end-string
            string wk-now-hh delimited by size
                   ":" delimited by size
                   wk-now-mi delimited by size
                   ":" delimited by size
                   wk-now-ss delimited by size
                   into fp-secj-time
            end-string

            move lk-user-id         to fp-secj-user-id
            move lk-screen          to fp-secj-screen
            move lk-event           to fp-secj-event
            move lk-function        to fp-secj-function
            move lk-subject         to fp-secj-subject
            move lk-detail          to fp-secj-detail

            perform scrub-the-record

            open extend secjrn-file
            if not secjrn-ok
                open output secjrn-file
            end-if

            write fp-secj-entry

            close secjrn-file

            goback.

       *> literal arguments shorter than the linkage pictures would
       *> otherwise carry unprintable bytes into a line sequential
       *> record, which the WRITE refuses -- the same guard RMQ0SJRN
       *> keeps
        scrub-the-record.
            perform scrub-one-byte
                varying wk-scrub-idx from 1 by 1
                until wk-scrub-idx > function length(fp-secj-entry).

        scrub-one-byte.
            if fp-secj-entry(wk-scrub-idx:1) < space
               or fp-secj-entry(wk-scrub-idx:1) > x"7E"
                move space to fp-secj-entry(wk-scrub-idx:1)
            end-if.

        end program rmq0secj.
