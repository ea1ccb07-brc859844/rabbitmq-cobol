        identification division.
        program-id.    rmq0pseu.

       *> rmq0pseu gives a real account number or customer name its
       *> stable test substitute off the PSEUMAP pseudonym map
       *> (rmqpseu.cpy): "MAP     " hands back the substitute already
       *> on the map, or gives the value the kind's next one and
       *> records it, so the same account is the same test account in
       *> every message REPLAY sends and in every PSEUCOPY copy of the
       *> account and order files.  A value that is itself a
       *> substitute comes back untouched as ISPSEU, so a copy that
       *> has been through once can go through again.
       *>
       *> The map never leaves production: it is opened only when
       *> RMQENV says PROD, and anywhere else -- or if the map can't
       *> be opened -- the answer is NOMAP and the caller masks the
       *> field instead (warned once).  The map is opened per call the
       *> way RMQ0QUOT opens its usage file, so every job counts off
       *> the same numbers; two jobs reaching for the same number at
       *> once are kept apart by the unique substitute key, the loser
       *> simply trying the next one.

        environment division.
        input-output section.
        file-control.
            select pseumap-file assign to "PSEUMAP"
                organization indexed
                access mode dynamic
                record key fp-pseu-key
                alternate record key fp-pseu-sub-key
                file status is pseumap-status.

        data division.
        file section.
        fd  pseumap-file.
            copy rmqpseu replacing ==:pfx:== by ==fp==.

        working-storage section.
        01  pseumap-status          pic xx.
            88 pseumap-ok           value "00".
            88 pseumap-dupkey       value "22".

        01  wk-env-flag             pic x(1) value "N".
            88 wk-env-known         value "Y".
        01  wk-broker-env           pic x(4) value spaces.
            88 wk-production        value "PROD".
        01  wk-warned-flag          pic x(1) value "N".
            88 wk-warned            value "Y".

        01  wk-found-flag           pic x(1).
            88 wk-value-found       value "Y".
        01  wk-mapped-flag          pic x(1).
            88 wk-value-mapped      value "Y".
        01  wk-tries                binary-long.
        01  wk-max-tries            binary-long value 10.
        01  wk-seq                  pic 9(9).
        01  wk-substitute           pic x(30).

        01  wk-today                pic 9(8).
        01  wk-today-edit           redefines wk-today.
            05 wk-today-yyyy        pic 9(4).
            05 wk-today-mm          pic 9(2).
            05 wk-today-dd          pic 9(2).
        01  wk-today-text           pic x(10).

        linkage section.
        01  lk-request-code         pic x(8).
        01  lk-kind                 pic x(1).
        01  lk-value                pic x(30).
        01  lk-outcome              pic x(8).

        procedure division using lk-request-code, lk-kind, lk-value,
                    lk-outcome.

        main-para.
            move "NOMAP   " to lk-outcome

            if lk-request-code not = "MAP     "
               or lk-value = spaces
               or (lk-kind not = "A" and lk-kind not = "N")
                go to main-exit
            end-if

            if not wk-env-known
                display "RMQENV" upon environment-name
                accept wk-broker-env from environment-value
                    on exception
                        move "TEST" to wk-broker-env
                end-accept
                set wk-env-known to true
            end-if

            if not wk-production
                perform warn-once
                go to main-exit
            end-if

            open i-o pseumap-file
            if not pseumap-ok
                open output pseumap-file
                close pseumap-file
                open i-o pseumap-file
            end-if

            if not pseumap-ok
                perform warn-once
                go to main-exit
            end-if

            perform map-the-value
            close pseumap-file.

        main-exit.
            goback.

        warn-once.
            if not wk-warned
                if wk-production
                    display "rmq0pseu: unable to open PSEUMAP, status "
                            pseumap-status
                            " -- fields are masked instead"
                else
                    display "rmq0pseu: the pseudonym map is not opened "
                            "on a " wk-broker-env
                            " run -- fields are masked instead"
                end-if
                set wk-warned to true
            end-if.

        map-the-value.
            perform find-as-substitute
            if wk-value-found
                move "ISPSEU  " to lk-outcome
            else
                perform find-as-real-value
                if not wk-value-found
                    perform give-a-substitute
                end-if
                if wk-value-found
                    move wk-substitute to lk-value
                    move "MAPPED  " to lk-outcome
                end-if
            end-if.

        find-as-substitute.
            move "N" to wk-found-flag
            move lk-kind to fp-pseu-sub-kind
            move lk-value to fp-pseu-substitute
            read pseumap-file key is fp-pseu-sub-key
                invalid key
                    continue
                not invalid key
                    set wk-value-found to true
            end-read.

        find-as-real-value.
            move "N" to wk-found-flag
            move lk-kind to fp-pseu-kind
            move lk-value to fp-pseu-real
            read pseumap-file key is fp-pseu-key
                invalid key
                    continue
                not invalid key
                    set wk-value-found to true
                    move fp-pseu-substitute to wk-substitute
            end-read.

        give-a-substitute.
            move "N" to wk-mapped-flag
            move 0 to wk-tries
            perform try-a-substitute
                until wk-value-mapped
                   or wk-value-found
                   or wk-tries >= wk-max-tries

            if not wk-value-mapped and not wk-value-found
                display "rmq0pseu: no substitute could be recorded, "
                        "status " pseumap-status
            end-if.

       *> the next number off the kind's counter; a write refused on
       *> a duplicate is either the same value mapped by another job
       *> a moment ago -- take theirs -- or the number already gone,
       *> in which case the counter moves past it and we go again
        try-a-substitute.
            add 1 to wk-tries
            perform read-the-counter
            compute wk-seq = fp-pseu-seq + 1
            perform build-the-substitute

            accept wk-today from date yyyymmdd
            move spaces to wk-today-text
            string wk-today-yyyy delimited by size
                   "-" delimited by size
                   wk-today-mm delimited by size
                   "-" delimited by size
                   wk-today-dd delimited by size
                   into wk-today-text
            end-string

            move spaces to fp-pseu-record
            move lk-kind to fp-pseu-kind
            move lk-value to fp-pseu-real
            move lk-kind to fp-pseu-sub-kind
            move wk-substitute to fp-pseu-substitute
            move wk-seq to fp-pseu-seq
            move wk-today-text to fp-pseu-date
            write fp-pseu-record
                invalid key
                    continue
                not invalid key
                    set wk-value-mapped to true
                    set wk-value-found to true
            end-write

            if not wk-value-mapped
                if pseumap-dupkey
                    perform find-as-real-value
                else
                    move wk-max-tries to wk-tries
                end-if
            end-if

            if not wk-value-found
               or wk-value-mapped
                perform advance-the-counter
            end-if.

        read-the-counter.
            move lk-kind to fp-pseu-kind
            move spaces to fp-pseu-real
            read pseumap-file key is fp-pseu-key
                invalid key
                    move spaces to fp-pseu-record
                    move lk-kind to fp-pseu-kind
                    move lk-kind to fp-pseu-sub-kind
                    move 0 to fp-pseu-seq
            end-read.

        build-the-substitute.
            move spaces to wk-substitute
            if lk-kind = "A"
                string "T" delimited by size
                       wk-seq delimited by size
                       into wk-substitute
                end-string
            else
                string "TEST NAME " delimited by size
                       wk-seq delimited by size
                       into wk-substitute
                end-string
            end-if.

        advance-the-counter.
            move lk-kind to fp-pseu-kind
            move spaces to fp-pseu-real
            read pseumap-file key is fp-pseu-key
                invalid key
                    move spaces to fp-pseu-record
                    move lk-kind to fp-pseu-kind
                    move lk-kind to fp-pseu-sub-kind
                    move wk-seq to fp-pseu-seq
                    write fp-pseu-record
                        invalid key
                            continue
                    end-write
                not invalid key
                    if fp-pseu-seq < wk-seq
                        move wk-seq to fp-pseu-seq
                        rewrite fp-pseu-record
                            invalid key
                                continue
                        end-rewrite
                    end-if
            end-read.

        end program rmq0pseu.
