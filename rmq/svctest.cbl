       *> lets the operator pick a registered service by number,
       *> prompts for the fields of that service's request layout
       *> (the same contracts the copybooks define -- rmqgetbl,
       *> rmqpstxn, rmqgthst, rmqplord, rmqcnord, rmqrtord,
       *> rmqostat, rmqxfer, rmqgtrel), sends the
       *> request over the shared RPC path (RMQ0RPC, so correlation
       *> pairing and timeouts behave exactly as production calls
       *> do), and displays the parsed typed reply with the
       *> round-trip time.
       *> A service this harness doesn't know the layout of is
       *> served with a free-text prompt and a raw reply -- still
       *> better than coding a driver.  The RPC wrapper carries
       *> replies up to 100 bytes, so GETHIST shows its newest
       *> movement only, ORDSTAT its first order line and GETREL its
       *> consolidated total, and each says so.
       *>
       *> The tester signs on through RMQ0SIGN first, prompted line
       *> by line like the rest of the harness, and each service
       *> picked is checked against the role's SVCTEST grants on
       *> RMQROLES by routing key -- a test call is a real call, and
       *> POSTTXN or XFERTXN move real money in any environment that
       *> has it.

        environment division.
        input-output section.
        01  wk-done-flag           pic x(1) value "N".
            88 wk-all-done         value "Y".

        01  wk-user                pic x(8) value spaces.
        01  wk-sec-function        pic x(50) value spaces.
        01  wk-sec-ok              pic x(1) value "N".
            88 wk-sec-allowed      value "Y".

        01  rpc-exchange           pic x(50) value "amq.direct".
        01  rpc-exchange-len       binary-long.
        01  rpc-routing-key        pic x(50).
        01  in-ccy                 pic x(3).
        01  in-count               pic x(2).
        01  in-order-id            pic x(12).
        01  in-line-no             pic x(2).
        01  in-condition           pic x(1).
        01  in-to-acct             pic x(10).
        01  in-xfer-ref            pic x(16).
        01  in-cust-id             pic x(10).
        01  in-free-text           pic x(50).

            copy rmqgetbl replacing ==:pfx:== by ==gb==.
            copy rmqgthst replacing ==:pfx:== by ==gh==.
            copy rmqplord replacing ==:pfx:== by ==po==.
            copy rmqcnord replacing ==:pfx:== by ==co==.
            copy rmqrtord replacing ==:pfx:== by ==ro==.
            copy rmqostat replacing ==:pfx:== by ==os==.
            copy rmqxfer replacing ==:pfx:== by ==xf==.
            copy rmqgtrel replacing ==:pfx:== by ==gr==.

        procedure division.

        main-line.
            perform sign-on-the-operator
            perform load-environment
            perform load-service-registry
            perform connect-to-broker
            perform serve-one-test until wk-all-done
            perform disconnect-and-exit.

        sign-on-the-operator.
            call "RMQ0SIGN" using "SIGNLINE", "SVCTEST ", wk-user,
                    wk-sec-function, wk-sec-ok
            end-call

            if not wk-sec-allowed
                move rmq-rc-signon-refused to return-code
                display "svctest: sign-on refused"
                stop run
            end-if.

        load-environment.
            display "RMQENV" upon environment-name
            accept broker-env from environment-value
                   or wk-choice > svc-registry-count
                    display "svctest: that isn't a service number"
                else
                    perform authorize-the-service
                    if wk-sec-allowed
                        perform drive-one-service
                    else
                        display "svctest: your role may not test "
                                function trim(svc-routing-key
                                                (wk-choice))
                    end-if
                end-if
            end-if.

                    function trim(svc-routing-key(wk-idx))
                    " (" function trim(svc-program-id(wk-idx)) ")".

        authorize-the-service.
            move svc-routing-key(wk-choice) to wk-sec-function
            call "RMQ0SIGN" using "AUTHORIZ", "SVCTEST ", wk-user,
                    wk-sec-function, wk-sec-ok
            end-call.

        drive-one-service.
            move svc-routing-key(wk-choice) to rpc-routing-key
            move function length(function trim(rpc-routing-key))
                    perform build-placeord-request
                when "CANCELORD"
                    perform build-cancelord-request
                when "RETURNORD"
                    perform build-returnord-request
                when "ORDSTAT"
                    perform build-ordstat-request
                when "XFERTXN"
                    perform build-xfertxn-request
                when "GETREL"
                    perform build-getrel-request
                when other
                    perform build-free-request
            end-evaluate
                        perform show-placeord-reply
                    when "CANCELORD"
                        perform show-cancelord-reply
                    when "RETURNORD"
                        perform show-returnord-reply
                    when "ORDSTAT"
                        perform show-ordstat-reply
                    when "XFERTXN"
                        perform show-xfertxn-reply
                    when "GETREL"
                        perform show-getrel-reply
                    when other
                        display "svctest: reply: "
                                rpc-reply(1:rpc-reply-len)
            move in-amount to rpc-request(12:11)
            move 22 to rpc-request-len.

        build-xfertxn-request.
            display "  from account.......: " with no advancing
            accept in-acct
            display "  to account.........: " with no advancing
            accept in-to-acct
            display "  amount (11 digits, 2 implied decimals): "
                    with no advancing
            accept in-amount
            display "  transfer reference.: " with no advancing
            accept in-xfer-ref

            move in-acct     to rpc-request(1:10)
            move in-to-acct  to rpc-request(11:10)
            move in-amount   to rpc-request(21:11)
            move in-xfer-ref to rpc-request(32:16)
            move 47 to rpc-request-len.

        build-getrel-request.
            display "  customer id........: " with no advancing
            accept in-cust-id
            display "  reporting currency (blank=USD): "
                    with no advancing
            accept in-ccy

            move in-cust-id to rpc-request(1:10)
            move in-ccy     to rpc-request(11:3)
            move 13 to rpc-request-len.

        build-placeord-request.
            display "  item code..........: " with no advancing
            accept in-item
            move in-order-id to rpc-request(1:12)
            move 12 to rpc-request-len.

       *> one returned line per test call -- the 50-byte request
       *> window holds the order id and a single line comfortably
        build-returnord-request.
            display "  order id...........: " with no advancing
            accept in-order-id
            display "  order line (01-10).: " with no advancing
            accept in-line-no
            display "  quantity (5 digits).: " with no advancing
            accept in-qty
            display "  condition (R/D).....: " with no advancing
            accept in-condition

            move spaces to ro-rtord-request
            move in-order-id  to ro-rtord-req-order-id
            move 1            to ro-rtord-req-line-count
            move in-line-no   to ro-rtord-req-line-no(1)
            move in-qty       to ro-rtord-req-qty(1)
            move in-condition to ro-rtord-req-condition(1)

            move ro-rtord-request(1:22) to rpc-request(1:22)
            move 22 to rpc-request-len.

       *> an order id answers for that order; left blank, the
       *> account is asked for instead
        build-ordstat-request.
            display "  order id (blank=by account): " with no advancing
            accept in-order-id
            move spaces to in-acct
            if in-order-id = spaces
                perform prompt-for-account
            end-if

            move spaces to os-ordstat-request
            move in-order-id to os-ostat-req-order-id
            move in-acct     to os-ostat-req-acct

            move os-ordstat-request to rpc-request(1:22)
            move 22 to rpc-request-len.

        build-free-request.
            display "  request text.......: " with no advancing
            accept in-free-text
            end-if.

        show-getbal-reply.
            move rpc-reply(1:67) to gb-getbal-reply
            display "svctest: account " gb-getbal-rep-acct
                    " status " gb-getbal-rep-status
            display "svctest: balance " gb-getbal-rep-balance
                    " " gb-getbal-rep-currency
                    "  converted " gb-getbal-rep-conv-bal
                    " " gb-getbal-rep-conv-ccy
            display "svctest: available " gb-getbal-rep-avail-bal
            if gb-getbal-rep-rate-date not = spaces
               or gb-getbal-rep-rate-stale = "Y"
                display "svctest: rate dated " gb-getbal-rep-rate-date
                        " stale " gb-getbal-rep-rate-stale
            end-if.

       *> the RPC wrapper hands back 100 bytes at most, which holds
       *> the reply header and the newest movement -- say so rather
            end-if.

        show-posttxn-reply.
            move rpc-reply(1:41) to pt-posttxn-reply
            display "svctest: account " pt-postt-rep-acct
                    " status " pt-postt-rep-status
                    " balance " pt-postt-rep-balance
            if pt-postt-rep-review-id not = spaces
                display "svctest: held for review as "
                        pt-postt-rep-review-id
            end-if.

        show-placeord-reply.
            move rpc-reply(1:33) to po-plord-reply
            display "svctest: order " co-cnord-rep-order-id
                    " status " co-cnord-rep-status.

        show-ordstat-reply.
            move rpc-reply(1:11) to os-ordstat-reply(1:11)
            move rpc-reply(12:41) to os-ostat-rep-line(1)
            display "svctest: status " os-ostat-rep-status
                    " lines " os-ostat-rep-count
                    " more " os-ostat-rep-more
            if os-ostat-rep-count > 0
                display "svctest: first: "
                        os-ostat-rep-order-id(1) " line "
                        os-ostat-rep-line-no(1) " "
                        os-ostat-rep-item-code(1) " qty "
                        os-ostat-rep-qty(1) " value "
                        os-ostat-rep-value(1) " status "
                        os-ostat-rep-line-stat(1)
                display "svctest: (later lines exceed the RPC "
                        "reply window)"
            end-if.

        show-xfertxn-reply.
            move rpc-reply(1:95) to xf-xfertxn-reply
            display "svctest: transfer " xf-xfer-rep-ref
                    " status " xf-xfer-rep-status
            display "svctest: from " xf-xfer-rep-from-acct
                    " balance " xf-xfer-rep-from-bal
                    " " xf-xfer-rep-from-ccy
            display "svctest: to " xf-xfer-rep-to-acct
                    " credited " xf-xfer-rep-to-amount
                    " balance " xf-xfer-rep-to-bal
                    " " xf-xfer-rep-to-ccy
            if xf-xfer-rep-review-id not = spaces
                display "svctest: held for review as "
                        xf-xfer-rep-review-id
            end-if.

        show-returnord-reply.
            move rpc-reply(1:33) to ro-rtord-reply
            display "svctest: order " ro-rtord-rep-order-id
                    " status " ro-rtord-rep-status
            display "svctest: credit " ro-rtord-rep-credit
                    " fail line " ro-rtord-rep-fail-line.

       *> the header carries the whole position; the account lines
       *> behind it are past the RPC reply window
        show-getrel-reply.
            move rpc-reply(1:66) to gr-getrel-reply(1:66)
            display "svctest: customer " gr-gtrel-rep-cust-id
                    " " gr-gtrel-rep-cust-name
                    " status " gr-gtrel-rep-status
            display "svctest: total " gr-gtrel-rep-total
                    " " gr-gtrel-rep-total-ccy
                    " over " gr-gtrel-rep-count " account(s)"
            if gr-gtrel-rep-more = "Y"
                display "svctest: (more than 20 accounts -- the "
                        "total covers them all)"
            end-if
            display "svctest: (account lines exceed the RPC reply "
                    "window)".

        disconnect-and-exit.
            call "RMQ0CONN" using "CLOSE   ", broker-env, conn,
                        conn-rc
            end-call
            call "RMQ0SIGN" using "SIGNOFF ", "SVCTEST ", wk-user,
                    wk-sec-function, wk-sec-ok
            end-call
            stop run.

        end program svctest.
