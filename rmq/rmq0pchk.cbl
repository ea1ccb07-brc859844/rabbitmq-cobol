        identification division.
        program-id.    rmq0pchk.

       *> rmq0pchk is the parmlib cross-check behind PARMCHK and the
       *> PARMMNT maintenance screen, so a row keyed on the screen is
       *> held to exactly the rules the window applies: duplicate
       *> routing keys in the RMQSVCRG registry and blank or oversize
       *> entries, RMQFANOUT destination exchanges and RMQBINDS /
       *> RMQDISPQ / RMQDEPTH queues present on the RMQINVEN
       *> inventory, every RMQFANOUT txn-type resolvable through
       *> RMQMSGCLS, a DEFAULT row on RMQMSGCLS, duplicate class
       *> names, RMQSVCHRS service hours rules that name a registered
       *> routing key and read as days, times and windows, RMQQUOTA
       *> allowances on registered routing keys with numeric limits,
       *> RMQROLES grants on known screens with SVCTEST grants on
       *> registered routing keys and some role able to run OPERMNT,
       *> RMQHOLDS destination holds that name an inventoried exchange
       *> and read HELD or blank, RMQENTITL grants on registered
       *> routing keys with a caller named, and active PTNRMST
       *> partners whose exchange and ack queue are on the
       *> inventory.  Registry programs are checked
       *> structurally (named, 8 characters or less); batch can't
       *> prove a program loadable without running it.
       *>
       *>   "REPORT  "  check the live set, one RMQPARMRPT line and
       *>               one console line per discrepancy (PARMCHK)
       *>   "CHECK   "  check quietly, with one table read from a
       *>               candidate file in place of the live one
       *>               (PARMMNT before it saves an edit, PARMRST
       *>               before it restores a version)
       *>
       *> Either way the count of discrepancies comes back, with the
       *> first one found on the named table -- or, failing that, the
       *> first found anywhere.

        environment division.
        input-output section.
        file-control.
            select rmqsvcrg-file assign using wk-svcrg-file-name
                organization line sequential
                file status is rmqsvcrg-status.
            select rmqfanout-file assign using wk-fanout-file-name
                organization line sequential
                file status is rmqfanout-status.
            select rmqbinds-file assign using wk-binds-file-name
                organization line sequential
                file status is rmqbinds-status.
            select rmqinven-file assign using wk-inven-file-name
                organization line sequential
                file status is rmqinven-status.
            select rmqmsgcls-file assign using wk-msgcls-file-name
                organization line sequential
                file status is rmqmsgcls-status.
            select rmqdispq-file assign using wk-dispq-file-name
                organization line sequential
                file status is rmqdispq-status.
            select rmqdepth-file assign using wk-depth-file-name
                organization line sequential
                file status is rmqdepth-status.
            select rmqsvchrs-file assign using wk-svchrs-file-name
                organization line sequential
                file status is rmqsvchrs-status.
            select rmqquota-file assign using wk-quota-file-name
                organization line sequential
                file status is rmqquota-status.
            select rmqroles-file assign using wk-roles-file-name
                organization line sequential
                file status is rmqroles-status.
            select rmqholds-file assign using wk-holds-file-name
                organization line sequential
                file status is rmqholds-status.
            select rmqentitl-file assign using wk-entitl-file-name
                organization line sequential
                file status is rmqentitl-status.
            select ptnrmst-file assign to "PTNRMST"
                organization indexed
                access mode sequential
                record key pm-ptnr-id
                file status is ptnrmst-status.
            select rmqparmrpt-file assign to "RMQPARMRPT"
                organization line sequential
                file status is rmqparmrpt-status.

        data division.
        file section.
        fd  rmqsvcrg-file.
            copy rmqsvcrg replacing ==:pfx:== by ==fp==.
        fd  rmqfanout-file.
            copy rmqfanout replacing ==:pfx:== by ==fp==.
        fd  rmqbinds-file.
            copy rmqbinds replacing ==:pfx:== by ==fp==.
        fd  rmqinven-file.
            copy rmqinven replacing ==:pfx:== by ==fp==.
        fd  rmqmsgcls-file.
            copy rmqmsgcl replacing ==:pfx:== by ==fp==.
        fd  rmqdispq-file.
            copy rmqdispq replacing ==:pfx:== by ==fp==.
        fd  rmqdepth-file.
            copy rmqqdept replacing ==:pfx:== by ==fp==.
        fd  rmqsvchrs-file.
            copy rmqsvchr replacing ==:pfx:== by ==fp==.
        fd  rmqquota-file.
            copy rmqquota replacing ==:pfx:== by ==fp==.
        fd  rmqroles-file.
            copy rmqrole replacing ==:pfx:== by ==fp==.
        fd  rmqholds-file.
            copy rmqhold replacing ==:pfx:== by ==fp==.
        fd  rmqentitl-file.
            copy rmqentl replacing ==:pfx:== by ==fp==.
        fd  ptnrmst-file.
            copy rmqptnr replacing ==:pfx:== by ==pm==.
        fd  rmqparmrpt-file.
            copy rmqpchk replacing ==:pfx:== by ==fo==.

        working-storage section.

        01  rmqsvcrg-status       pic xx.
            88 rmqsvcrg-ok        value "00".
            88 rmqsvcrg-eof       value "10".
        01  rmqfanout-status      pic xx.
            88 rmqfanout-ok       value "00".
            88 rmqfanout-eof      value "10".
        01  rmqbinds-status       pic xx.
            88 rmqbinds-ok        value "00".
            88 rmqbinds-eof       value "10".
        01  rmqinven-status       pic xx.
            88 rmqinven-ok        value "00".
            88 rmqinven-eof       value "10".
        01  rmqmsgcls-status      pic xx.
            88 rmqmsgcls-ok       value "00".
            88 rmqmsgcls-eof      value "10".
        01  rmqdispq-status       pic xx.
            88 rmqdispq-ok        value "00".
            88 rmqdispq-eof       value "10".
        01  rmqdepth-status       pic xx.
            88 rmqdepth-ok        value "00".
            88 rmqdepth-eof       value "10".
        01  rmqsvchrs-status      pic xx.
            88 rmqsvchrs-ok       value "00".
            88 rmqsvchrs-eof      value "10".
        01  rmqquota-status       pic xx.
            88 rmqquota-ok        value "00".
            88 rmqquota-eof       value "10".
        01  rmqroles-status       pic xx.
            88 rmqroles-ok        value "00".
            88 rmqroles-eof       value "10".
        01  rmqholds-status       pic xx.
            88 rmqholds-ok        value "00".
            88 rmqholds-eof       value "10".
        01  rmqentitl-status      pic xx.
            88 rmqentitl-ok       value "00".
            88 rmqentitl-eof      value "10".
        01  ptnrmst-status        pic xx.
            88 ptnrmst-ok         value "00".
            88 ptnrmst-eof        value "10".
        01  rmqparmrpt-status     pic xx.
            88 rmqparmrpt-ok      value "00".

       *> the tables are read through these names so a candidate
       *> copy of one can stand in for the live file
        01  wk-svcrg-file-name    pic x(50).
        01  wk-fanout-file-name   pic x(50).
        01  wk-binds-file-name    pic x(50).
        01  wk-inven-file-name    pic x(50).
        01  wk-msgcls-file-name   pic x(50).
        01  wk-dispq-file-name    pic x(50).
        01  wk-depth-file-name    pic x(50).
        01  wk-svchrs-file-name   pic x(50).
        01  wk-quota-file-name    pic x(50).
        01  wk-roles-file-name    pic x(50).
        01  wk-holds-file-name    pic x(50).
        01  wk-entitl-file-name   pic x(50).

        01  wk-report-flag        pic x(1).
            88 wk-writing-report  value "Y".

            copy rmqpchk replacing ==:pfx:== by ==wk==.

       *> the inventory, held in memory so every other table's
       *> references can be resolved against it
        01  inv-table.
            05 inv-count          binary-long value 0.
            05 inv-entry          occurs 100 times.
                10 inv-name           pic x(50).
                10 inv-type           pic x(1).

       *> message-class names for txn-type resolution
        01  cls-table.
            05 cls-count          binary-long value 0.
            05 cls-entry          occurs 50 times.
                10 cls-name           pic x(10).
        01  wk-default-flag       pic x(1) value "N".
            88 wk-default-seen    value "Y".

       *> the registry's routing keys, for the service hours rules
       *> to be resolved against
        01  reg-table.
            05 reg-count          binary-long value 0.
            05 reg-entry          occurs 200 times.
                10 reg-routing-key    pic x(50).

       *> keys already seen, for duplicate detection per table
        01  seen-table.
            05 seen-count         binary-long value 0.
            05 seen-entry         occurs 200 times.
                10 seen-key           pic x(100).

        01  wk-idx                binary-long.
        01  wk-found-flag         pic x(1).
            88 wk-entry-found     value "Y".
        01  wk-lookup-name        pic x(50).
        01  wk-lookup-type        pic x(1).
        01  wk-seen-key           pic x(100).

        01  wk-problem-count      binary-long value 0.

        01  wk-time-text          pic x(5).
        01  wk-time-good-flag     pic x(1).
            88 wk-time-good       value "Y".
        01  wk-date-text          pic x(10).
        01  wk-date-good-flag     pic x(1).
            88 wk-date-good       value "Y".
        01  wk-from-stamp         pic x(15).
        01  wk-flag-count         binary-long.
        01  wk-to-stamp           pic x(15).
        01  wk-admin-flag         pic x(1) value "N".
            88 wk-admin-granted   value "Y".


        linkage section.
        01  lk-function           pic x(8).
        01  lk-table-name         pic x(10).
        01  lk-file-name          pic x(50).
        01  lk-problem-count      binary-long.
            copy rmqpchk replacing ==:pfx:== by ==lk==.

        procedure division using lk-function, lk-table-name,
                    lk-file-name, lk-problem-count, lk-parmchk-report.

        main-para.
            perform clear-the-tables
            perform name-the-files

            if lk-function = "REPORT  "
                set wk-writing-report to true
                open output rmqparmrpt-file
            else
                move "N" to wk-report-flag
            end-if

            perform load-the-inventory
            perform load-the-classes
            perform check-the-registry
            perform check-the-fanout
            perform check-the-bindings
            perform check-the-queue-list
            perform check-the-depth-thresholds
            perform check-the-service-hours
            perform check-the-quotas
            perform check-the-roles
            perform check-the-holds
            perform check-the-entitlements
            perform check-the-partners

            if wk-writing-report
                close rmqparmrpt-file
            end-if

            move wk-problem-count to lk-problem-count.

        main-exit.
            goback.

       *> working storage lives on between calls -- every check
       *> starts from nothing
        clear-the-tables.
            move 0 to inv-count
            move 0 to cls-count
            move 0 to reg-count
            move 0 to seen-count
            move 0 to wk-problem-count
            move "N" to wk-default-flag
            move "N" to wk-admin-flag
            move spaces to wk-parmchk-report
            move spaces to lk-parmchk-report.

        name-the-files.
            move "RMQSVCRG" to wk-svcrg-file-name
            move "RMQFANOUT" to wk-fanout-file-name
            move "RMQBINDS" to wk-binds-file-name
            move "RMQINVEN" to wk-inven-file-name
            move "RMQMSGCLS" to wk-msgcls-file-name
            move "RMQDISPQ" to wk-dispq-file-name
            move "RMQDEPTH" to wk-depth-file-name
            move "RMQSVCHRS" to wk-svchrs-file-name
            move "RMQQUOTA" to wk-quota-file-name
            move "RMQROLES" to wk-roles-file-name
            move "RMQHOLDS" to wk-holds-file-name
            move "RMQENTITL" to wk-entitl-file-name

            if lk-function = "CHECK   "
                evaluate lk-table-name
                    when "RMQSVCRG"
                        move lk-file-name to wk-svcrg-file-name
                    when "RMQFANOUT"
                        move lk-file-name to wk-fanout-file-name
                    when "RMQBINDS"
                        move lk-file-name to wk-binds-file-name
                    when "RMQINVEN"
                        move lk-file-name to wk-inven-file-name
                    when "RMQMSGCLS"
                        move lk-file-name to wk-msgcls-file-name
                    when "RMQDISPQ"
                        move lk-file-name to wk-dispq-file-name
                    when "RMQDEPTH"
                        move lk-file-name to wk-depth-file-name
                    when "RMQSVCHRS"
                        move lk-file-name to wk-svchrs-file-name
                    when "RMQQUOTA"
                        move lk-file-name to wk-quota-file-name
                    when "RMQROLES"
                        move lk-file-name to wk-roles-file-name
                    when "RMQHOLDS"
                        move lk-file-name to wk-holds-file-name
                    when "RMQENTITL"
                        move lk-file-name to wk-entitl-file-name
                end-evaluate
            end-if.

        load-the-inventory.
            open input rmqinven-file

            if not rmqinven-ok
                move "RMQINVEN" to wk-pchk-table
                move spaces to wk-pchk-key
                move "inventory file missing or unreadable"
                        to wk-pchk-problem
                perform write-one-problem
            else
                perform load-next-inventory-entry
                    with test after
                    until rmqinven-eof
                close rmqinven-file
            end-if.

        load-next-inventory-entry.
            read rmqinven-file
                at end
                    set rmqinven-eof to true
                not at end
                    if inv-count < 100
                        add 1 to inv-count
                        move fp-inv-name to inv-name(inv-count)
                        move fp-inv-type to inv-type(inv-count)
                    end-if
                    move spaces to wk-seen-key
                    string fp-inv-type delimited by size
                           fp-inv-name delimited by size
                           into wk-seen-key
                    end-string
                    perform check-duplicate-key
                    if wk-entry-found
                        move "RMQINVEN" to wk-pchk-table
                        move fp-inv-name to wk-pchk-key
                        move "duplicate inventory entry"
                                to wk-pchk-problem
                        perform write-one-problem
                    end-if
            end-read.

        load-the-classes.
            move 0 to seen-count
            open input rmqmsgcls-file

            if not rmqmsgcls-ok
                move "RMQMSGCLS" to wk-pchk-table
                move spaces to wk-pchk-key
                move "message-class file missing or unreadable"
                        to wk-pchk-problem
                perform write-one-problem
            else
                perform load-next-class-entry
                    with test after
                    until rmqmsgcls-eof
                close rmqmsgcls-file

                if not wk-default-seen
                    move "RMQMSGCLS" to wk-pchk-table
                    move "DEFAULT" to wk-pchk-key
                    move "no DEFAULT row -- unclassified traffic "
                            & "has nothing to fall back on"
                            to wk-pchk-problem
                    perform write-one-problem
                end-if
            end-if.

        load-next-class-entry.
            read rmqmsgcls-file
                at end
                    set rmqmsgcls-eof to true
                not at end
                    if cls-count < 50
                        add 1 to cls-count
                        move fp-msgcls-name to cls-name(cls-count)
                    end-if
                    if fp-msgcls-name = "DEFAULT"
                        set wk-default-seen to true
                    end-if
                    move fp-msgcls-name to wk-seen-key
                    perform check-duplicate-key
                    if wk-entry-found
                        move "RMQMSGCLS" to wk-pchk-table
                        move fp-msgcls-name to wk-pchk-key
                        move "duplicate message class"
                                to wk-pchk-problem
                        perform write-one-problem
                    end-if
            end-read.

        check-the-registry.
            move 0 to seen-count
            open input rmqsvcrg-file

            if not rmqsvcrg-ok
                move "RMQSVCRG" to wk-pchk-table
                move spaces to wk-pchk-key
                move "service registry missing or unreadable"
                        to wk-pchk-problem
                perform write-one-problem
            else
                perform check-next-registry-entry
                    with test after
                    until rmqsvcrg-eof
                close rmqsvcrg-file
            end-if.

        check-next-registry-entry.
            read rmqsvcrg-file
                at end
                    set rmqsvcrg-eof to true
                not at end
                    perform check-one-registry-entry
            end-read.

        check-one-registry-entry.
            if fp-routing-key = spaces
                move "RMQSVCRG" to wk-pchk-table
                move spaces to wk-pchk-key
                move "registry entry with blank routing key"
                        to wk-pchk-problem
                perform write-one-problem
            end-if

            if fp-program-id = spaces
                move "RMQSVCRG" to wk-pchk-table
                move fp-routing-key to wk-pchk-key
                move "no handler program named"
                        to wk-pchk-problem
                perform write-one-problem
            end-if

            if fp-max-input-len not numeric
               or fp-max-input-len = 0
                move "RMQSVCRG" to wk-pchk-table
                move fp-routing-key to wk-pchk-key
                move "max input length missing or zero"
                        to wk-pchk-problem
                perform write-one-problem
            end-if

            if fp-routing-key not = spaces and reg-count < 200
                add 1 to reg-count
                move fp-routing-key to reg-routing-key(reg-count)
            end-if

            move fp-routing-key to wk-seen-key
            perform check-duplicate-key
            if wk-entry-found
                move "RMQSVCRG" to wk-pchk-table
                move fp-routing-key to wk-pchk-key
                move "duplicate routing key -- only the first "
                        & "entry would ever be dispatched"
                        to wk-pchk-problem
                perform write-one-problem
            end-if.

        check-the-fanout.
            move 0 to seen-count
            open input rmqfanout-file

            if rmqfanout-ok
                perform check-next-fanout-entry
                    with test after
                    until rmqfanout-eof
                close rmqfanout-file
            end-if.

        check-next-fanout-entry.
            read rmqfanout-file
                at end
                    set rmqfanout-eof to true
                not at end
                    perform check-one-fanout-entry
            end-read.

        check-one-fanout-entry.
            move fp-fanout-exchange to wk-lookup-name
            move "E" to wk-lookup-type
            perform find-inventory-entry

            if not wk-entry-found
                move "RMQFANOUT" to wk-pchk-table
                move fp-fanout-exchange to wk-pchk-key
                move "destination exchange not on the RMQINVEN "
                        & "inventory"
                        to wk-pchk-problem
                perform write-one-problem
            end-if

            perform find-class-for-type

            if not wk-entry-found and not wk-default-seen
                move "RMQFANOUT" to wk-pchk-table
                move fp-fanout-txn-type to wk-pchk-key
                move "txn-type has no RMQMSGCLS row and no "
                        & "DEFAULT exists"
                        to wk-pchk-problem
                perform write-one-problem
            end-if.

        find-class-for-type.
            move "N" to wk-found-flag
            move 1 to wk-idx
            perform search-class-entry
                with test after
                until wk-entry-found or wk-idx > cls-count.

        search-class-entry.
            if cls-name(wk-idx) = fp-fanout-txn-type
                set wk-entry-found to true
            else
                add 1 to wk-idx
            end-if.

        check-the-bindings.
            move 0 to seen-count
            open input rmqbinds-file

            if rmqbinds-ok
                perform check-next-binding-entry
                    with test after
                    until rmqbinds-eof
                close rmqbinds-file
            end-if.

        check-next-binding-entry.
            read rmqbinds-file
                at end
                    set rmqbinds-eof to true
                not at end
                    perform check-one-binding-entry
            end-read.

        check-one-binding-entry.
            move fp-binding-queue-name to wk-lookup-name
            move "Q" to wk-lookup-type
            perform find-inventory-entry

            if not wk-entry-found
                move "RMQBINDS" to wk-pchk-table
                move fp-binding-queue-name to wk-pchk-key
                move "bound queue not on the RMQINVEN inventory"
                        to wk-pchk-problem
                perform write-one-problem
            end-if

            move spaces to wk-seen-key
            string fp-binding-queue-name delimited by size
                   fp-binding-key delimited by size
                   into wk-seen-key
            end-string
            perform check-duplicate-key
            if wk-entry-found
                move "RMQBINDS" to wk-pchk-table
                move fp-binding-key to wk-pchk-key
                move "duplicate binding" to wk-pchk-problem
                perform write-one-problem
            end-if.

        check-the-queue-list.
            move 0 to seen-count
            open input rmqdispq-file

            if rmqdispq-ok
                perform check-next-queue-entry
                    with test after
                    until rmqdispq-eof
                close rmqdispq-file
            end-if.

        check-next-queue-entry.
            read rmqdispq-file
                at end
                    set rmqdispq-eof to true
                not at end
                    if fp-dispq-is-enabled
                        move fp-dispq-queue-name to wk-lookup-name
                        move "Q" to wk-lookup-type
                        perform find-inventory-entry
                        if not wk-entry-found
                            move "RMQDISPQ" to wk-pchk-table
                            move fp-dispq-queue-name to wk-pchk-key
                            move "enabled queue not on the "
                                    & "RMQINVEN inventory"
                                    to wk-pchk-problem
                            perform write-one-problem
                        end-if
                    end-if
            end-read.

       *> a threshold on a queue QDEPMON never samples would never
       *> fire, and two rows for one queue leave only the first in
       *> force
        check-the-depth-thresholds.
            move 0 to seen-count
            open input rmqdepth-file

            if rmqdepth-ok
                perform check-next-depth-entry
                    with test after
                    until rmqdepth-eof
                close rmqdepth-file
            end-if.

        check-next-depth-entry.
            read rmqdepth-file
                at end
                    set rmqdepth-eof to true
                not at end
                    perform check-one-depth-entry
            end-read.

        check-one-depth-entry.
            move fp-qdt-queue-name to wk-lookup-name
            move "Q" to wk-lookup-type
            perform find-inventory-entry
            if not wk-entry-found
                move "RMQDEPTH" to wk-pchk-table
                move fp-qdt-queue-name to wk-pchk-key
                move "threshold queue not on the RMQINVEN "
                        & "inventory" to wk-pchk-problem
                perform write-one-problem
            end-if

            move fp-qdt-queue-name to wk-seen-key
            perform check-duplicate-key
            if wk-entry-found
                move "RMQDEPTH" to wk-pchk-table
                move fp-qdt-queue-name to wk-pchk-key
                move "duplicate threshold row for the queue"
                        to wk-pchk-problem
                perform write-one-problem
            end-if.

       *> the service hours table is optional -- without it every
       *> service is open around the clock -- but a rule that is
       *> there must name a registered routing key and read
       *> properly, or RMQ0SVCH would pass over it in silence
        check-the-service-hours.
            open input rmqsvchrs-file

            if rmqsvchrs-ok
                perform check-next-hours-rule
                    with test after
                    until rmqsvchrs-eof
                close rmqsvchrs-file
            end-if.

        check-next-hours-rule.
            read rmqsvchrs-file
                at end
                    set rmqsvchrs-eof to true
                not at end
                    perform check-one-hours-rule
            end-read.

        check-one-hours-rule.
            move fp-svh-routing-key to wk-lookup-name
            perform find-registry-key
            if not wk-entry-found
                move "routing key not on the RMQSVCRG registry"
                        to wk-pchk-problem
                perform write-one-hours-problem
            end-if

            evaluate true
                when fp-svh-hours
                    perform check-the-opening-hours
                when fp-svh-outage
                    perform check-the-outage-window
                when fp-svh-batch
                    if fp-svh-program = spaces
                        move "BATCH rule names no batch program"
                                to wk-pchk-problem
                        perform write-one-hours-problem
                    end-if
                when other
                    move "rule is not HOURS, OUTAGE or BATCH"
                            to wk-pchk-problem
                    perform write-one-hours-problem
            end-evaluate.

        check-the-opening-hours.
            move 0 to wk-flag-count
            inspect fp-svh-days tallying wk-flag-count
                    for all "Y" all "N"
            if wk-flag-count not = 7
                move "HOURS days are not seven Y/N flags, Monday "
                        & "first" to wk-pchk-problem
                perform write-one-hours-problem
            end-if

            move fp-svh-open-time to wk-time-text
            perform check-one-time
            if wk-time-good
                move fp-svh-close-time to wk-time-text
                perform check-one-time
            end-if
            if not wk-time-good
                move "HOURS open or close time is not hh:mm"
                        to wk-pchk-problem
                perform write-one-hours-problem
            end-if.

        check-the-outage-window.
            move fp-svh-from-date to wk-date-text
            perform check-one-date
            if wk-date-good
                move fp-svh-to-date to wk-date-text
                perform check-one-date
            end-if
            move fp-svh-from-time to wk-time-text
            perform check-one-time
            if wk-time-good
                move fp-svh-to-time to wk-time-text
                perform check-one-time
            end-if

            if not wk-date-good or not wk-time-good
                move "OUTAGE from or to is not yyyy-mm-dd hh:mm"
                        to wk-pchk-problem
                perform write-one-hours-problem
            else
                move spaces to wk-from-stamp
                string fp-svh-from-date delimited by size
                       fp-svh-from-time delimited by size
                       into wk-from-stamp
                end-string
                move spaces to wk-to-stamp
                string fp-svh-to-date delimited by size
                       fp-svh-to-time delimited by size
                       into wk-to-stamp
                end-string
                if wk-to-stamp <= wk-from-stamp
                    move "OUTAGE ends before it starts"
                            to wk-pchk-problem
                    perform write-one-hours-problem
                end-if
            end-if.

        check-one-time.
            move "N" to wk-time-good-flag
            if wk-time-text(1:2) is numeric
               and wk-time-text(3:1) = ":"
               and wk-time-text(4:2) is numeric
                if (wk-time-text(1:2) < "24"
                    and wk-time-text(4:2) < "60")
                   or wk-time-text = "24:00"
                    set wk-time-good to true
                end-if
            end-if.

        check-one-date.
            move "N" to wk-date-good-flag
            if wk-date-text(1:4) is numeric
               and wk-date-text(5:1) = "-"
               and wk-date-text(6:2) is numeric
               and wk-date-text(8:1) = "-"
               and wk-date-text(9:2) is numeric
                set wk-date-good to true
            end-if.

        write-one-hours-problem.
            move "RMQSVCHRS" to wk-pchk-table
            move fp-svh-routing-key to wk-pchk-key
            perform write-one-problem.

       *> quotas are optional too, but a row must name a registered
       *> routing key, carry numeric limits, and say something new --
       *> a second row for the same caller and key is never read
        check-the-quotas.
            move 0 to seen-count
            open input rmqquota-file

            if rmqquota-ok
                perform check-next-quota
                    with test after
                    until rmqquota-eof
                close rmqquota-file
            end-if.

        check-next-quota.
            read rmqquota-file
                at end
                    set rmqquota-eof to true
                not at end
                    perform check-one-quota
            end-read.

        check-one-quota.
            move fp-qta-routing-key to wk-lookup-name
            perform find-registry-key
            if not wk-entry-found
                move "routing key not on the RMQSVCRG registry"
                        to wk-pchk-problem
                perform write-one-quota-problem
            end-if

            if fp-qta-daily-limit not numeric
               or fp-qta-minute-limit not numeric
                move "daily or minute limit is not numeric"
                        to wk-pchk-problem
                perform write-one-quota-problem
            end-if

            move spaces to wk-seen-key
            string fp-qta-caller-id delimited by size
                   fp-qta-routing-key delimited by size
                   into wk-seen-key
            end-string
            perform check-duplicate-key
            if wk-entry-found
                move "duplicate allowance for the caller and key"
                        to wk-pchk-problem
                perform write-one-quota-problem
            end-if.

       *> the key column carries the caller ahead of the routing key
        write-one-quota-problem.
            move "RMQQUOTA" to wk-pchk-table
            move spaces to wk-pchk-key
            string fp-qta-caller-id delimited by size
                   " " delimited by size
                   fp-qta-routing-key delimited by size
                   into wk-pchk-key
            end-string
            perform write-one-problem.

       *> without a role table no operator can sign on to anything,
       *> and without an OPERMNT grant nobody can look after OPERSEC
        check-the-roles.
            move 0 to seen-count
            open input rmqroles-file

            if not rmqroles-ok
                move "RMQROLES" to wk-pchk-table
                move spaces to wk-pchk-key
                move "role table missing or unreadable"
                        to wk-pchk-problem
                perform write-one-problem
            else
                perform check-next-grant
                    with test after
                    until rmqroles-eof
                close rmqroles-file

                if not wk-admin-granted
                    move "RMQROLES" to wk-pchk-table
                    move "OPERMNT" to wk-pchk-key
                    move "no role may run OPERMNT -- nobody can "
                            & "administer operators" to wk-pchk-problem
                    perform write-one-problem
                end-if
            end-if.

        check-next-grant.
            read rmqroles-file
                at end
                    set rmqroles-eof to true
                not at end
                    perform check-one-grant
            end-read.

        check-one-grant.
            evaluate fp-rol-screen
                when "ACCTMNT"
                when "ACCTAPPR"
                when "PTNRMNT"
                when "STATBRD"
                when "PARMMNT"
                when "ACCTVREV"
                when "ITEMMNT"
                when "NTFMNT"
                when "PRAGMNT"
                when "RELMNT"
                    continue
                when "OPERMNT"
                    set wk-admin-granted to true
                when "SVCTEST"
                    if fp-rol-function not = "*"
                        move fp-rol-function to wk-lookup-name
                        perform find-registry-key
                        if not wk-entry-found
                            move "SVCTEST routing key not on the "
                                    & "RMQSVCRG registry"
                                    to wk-pchk-problem
                            perform write-one-role-problem
                        end-if
                    end-if
                when other
                    move "screen is not one that signs on"
                            to wk-pchk-problem
                    perform write-one-role-problem
            end-evaluate

            if fp-rol-role = spaces
               or fp-rol-function = spaces
                move "role or function is blank" to wk-pchk-problem
                perform write-one-role-problem
            end-if

            move spaces to wk-seen-key
            string fp-rol-role delimited by size
                   fp-rol-screen delimited by size
                   fp-rol-function delimited by size
                   into wk-seen-key
            end-string
            perform check-duplicate-key
            if wk-entry-found
                move "duplicate grant" to wk-pchk-problem
                perform write-one-role-problem
            end-if.

       *> the key column carries role, screen and function
        write-one-role-problem.
            move "RMQROLES" to wk-pchk-table
            move spaces to wk-pchk-key
            string fp-rol-role delimited by size
                   " " delimited by size
                   fp-rol-screen delimited by size
                   " " delimited by size
                   fp-rol-function delimited by size
                   into wk-pchk-key
            end-string
            perform write-one-problem.

       *> holds are optional -- no table, nothing held.  A row holds
       *> a destination or it is released; a blank pattern would
       *> hold nothing RMQ0HOLD can match, and an exchange that is
       *> not on the inventory is a hold on traffic that never flows
        check-the-holds.
            move 0 to seen-count
            open input rmqholds-file

            if rmqholds-ok
                perform check-next-hold
                    with test after
                    until rmqholds-eof
                close rmqholds-file
            end-if.

        check-next-hold.
            read rmqholds-file
                at end
                    set rmqholds-eof to true
                not at end
                    perform check-one-hold
            end-read.

        check-one-hold.
            if fp-hold-key-pattern = spaces
                move "hold with a blank routing-key pattern"
                        to wk-pchk-problem
                perform write-one-hold-problem
            end-if

            if not fp-hold-is-held
               and fp-hold-status not = spaces
                move "hold status is neither HELD nor blank"
                        to wk-pchk-problem
                perform write-one-hold-problem
            end-if

            if fp-hold-exchange not = spaces
                move fp-hold-exchange to wk-lookup-name
                move "E" to wk-lookup-type
                perform find-inventory-entry
                if not wk-entry-found
                    move "held exchange not on the RMQINVEN "
                            & "inventory" to wk-pchk-problem
                    perform write-one-hold-problem
                end-if
            end-if

            move spaces to wk-seen-key
            string fp-hold-exchange delimited by size
                   fp-hold-key-pattern delimited by size
                   into wk-seen-key
            end-string
            perform check-duplicate-key
            if wk-entry-found
                move "duplicate hold for the exchange and pattern"
                        to wk-pchk-problem
                perform write-one-hold-problem
            end-if.

       *> the key column carries the exchange ahead of the pattern
        write-one-hold-problem.
            move "RMQHOLDS" to wk-pchk-table
            move spaces to wk-pchk-key
            string fp-hold-exchange delimited by space
                   " " delimited by size
                   fp-hold-key-pattern delimited by size
                   into wk-pchk-key
            end-string
            perform write-one-problem.

       *> entitlements are optional as well -- a service with no
       *> rows stays open.  A row with no caller never matches, and
       *> one on an unregistered key closes nothing, so both are
       *> slips, as is a second row for the same caller and key
        check-the-entitlements.
            move 0 to seen-count
            open input rmqentitl-file

            if rmqentitl-ok
                perform check-next-entitlement
                    with test after
                    until rmqentitl-eof
                close rmqentitl-file
            end-if.

        check-next-entitlement.
            read rmqentitl-file
                at end
                    set rmqentitl-eof to true
                not at end
                    perform check-one-entitlement
            end-read.

        check-one-entitlement.
            if fp-entl-caller-id = spaces
                move "entitlement with a blank caller id"
                        to wk-pchk-problem
                perform write-one-entl-problem
            end-if

            move fp-entl-routing-key to wk-lookup-name
            perform find-registry-key
            if not wk-entry-found
                move "routing key not on the RMQSVCRG registry"
                        to wk-pchk-problem
                perform write-one-entl-problem
            end-if

            move spaces to wk-seen-key
            string fp-entl-caller-id delimited by size
                   fp-entl-routing-key delimited by size
                   into wk-seen-key
            end-string
            perform check-duplicate-key
            if wk-entry-found
                move "duplicate entitlement for the caller and key"
                        to wk-pchk-problem
                perform write-one-entl-problem
            end-if.

       *> the key column carries the caller ahead of the routing key
        write-one-entl-problem.
            move "RMQENTITL" to wk-pchk-table
            move spaces to wk-pchk-key
            string fp-entl-caller-id delimited by size
                   " " delimited by size
                   fp-entl-routing-key delimited by size
                   into wk-pchk-key
            end-string
            perform write-one-problem.

        find-registry-key.
            move "N" to wk-found-flag
            move 1 to wk-idx
            perform search-registry-key
                with test after
                until wk-entry-found or wk-idx > reg-count.

        search-registry-key.
            if wk-idx <= reg-count
                if reg-routing-key(wk-idx) = wk-lookup-name
                    set wk-entry-found to true
                else
                    add 1 to wk-idx
                end-if
            end-if.

       *> the partner profile master is parmlib like everything else
       *> a human edits -- an active partner's exchange and ack
       *> queue must exist on the inventory, and the core fields
       *> must not be blank, or onboarding failed half-way.  A file
       *> delivery partner's acks come back in its file, so it needs
       *> no ack queue -- but a delivery mode that is neither is a
       *> typing slip
        check-the-partners.
            open input ptnrmst-file

            if ptnrmst-ok
                perform check-next-partner
                    with test after
                    until ptnrmst-eof
                close ptnrmst-file
            end-if.

        check-next-partner.
            read ptnrmst-file next
                at end
                    set ptnrmst-eof to true
                not at end
                    if pm-ptnr-active
                        perform check-one-partner
                    end-if
            end-read.

        check-one-partner.
            if (pm-ptnr-ack-queue = spaces and not pm-ptnr-by-file)
               or pm-ptnr-exchange = spaces
               or pm-ptnr-routing-key = spaces
                move "PTNRMST" to wk-pchk-table
                move pm-ptnr-id to wk-pchk-key
                move "active partner with a blank exchange, key "
                        & "or ack queue" to wk-pchk-problem
                perform write-one-problem
            end-if

            if not pm-ptnr-by-broker and not pm-ptnr-by-file
                move "PTNRMST" to wk-pchk-table
                move pm-ptnr-id to wk-pchk-key
                move "partner delivery mode is neither B (broker) "
                        & "nor F (file)" to wk-pchk-problem
                perform write-one-problem
            end-if

            if pm-ptnr-exchange not = spaces
                move pm-ptnr-exchange to wk-lookup-name
                move "E" to wk-lookup-type
                perform find-inventory-entry
                if not wk-entry-found
                    move "PTNRMST" to wk-pchk-table
                    move pm-ptnr-id to wk-pchk-key
                    move "partner exchange not on the RMQINVEN "
                            & "inventory" to wk-pchk-problem
                    perform write-one-problem
                end-if
            end-if

            if pm-ptnr-ack-queue not = spaces
                move pm-ptnr-ack-queue to wk-lookup-name
                move "Q" to wk-lookup-type
                perform find-inventory-entry
                if not wk-entry-found
                    move "PTNRMST" to wk-pchk-table
                    move pm-ptnr-id to wk-pchk-key
                    move "partner ack queue not on the RMQINVEN "
                            & "inventory" to wk-pchk-problem
                    perform write-one-problem
                end-if
            end-if.

        find-inventory-entry.
            move "N" to wk-found-flag
            move 1 to wk-idx
            perform search-inventory-entry
                with test after
                until wk-entry-found or wk-idx > inv-count.

        search-inventory-entry.
            if inv-name(wk-idx) = wk-lookup-name
               and inv-type(wk-idx) = wk-lookup-type
                set wk-entry-found to true
            else
                add 1 to wk-idx
            end-if.

       *> leaves wk-entry-found saying whether the key was already
       *> on the seen list, and files it either way
        check-duplicate-key.
            move "N" to wk-found-flag
            move 1 to wk-idx
            perform search-seen-key
                with test after
                until wk-entry-found or wk-idx > seen-count

            if not wk-entry-found
                if seen-count < 200
                    add 1 to seen-count
                    move wk-seen-key to seen-key(seen-count)
                end-if
            end-if.

        search-seen-key.
            if seen-key(wk-idx) = wk-seen-key
                set wk-entry-found to true
            else
                add 1 to wk-idx
            end-if.

       *> the first discrepancy on the named table is the one handed
       *> back, ahead of any found earlier on another table
        write-one-problem.
            add 1 to wk-problem-count

            if lk-pchk-table = spaces
               or (wk-pchk-table = lk-table-name
                   and lk-pchk-table not = lk-table-name)
                move wk-parmchk-report to lk-parmchk-report
            end-if

            if wk-writing-report
                write fo-parmchk-report from wk-parmchk-report
                display "parmchk: " function trim(wk-pchk-table) " "
                        function trim(wk-pchk-key) " -- "
                        function trim(wk-pchk-problem)
            end-if

            move spaces to wk-parmchk-report.

        end program rmq0pchk.
