        identification division.
        program-id.    rmq0msig.

       *> rmq0msig signs the messages this shop publishes and checks
       *> the signatures on the ones it consumes.  RMQ0CRYP hides
       *> fields, but nothing in the message itself said who produced
       *> it or proved that nobody altered it in a queue, the
       *> dead-letter file or the quarantine before it came back in --
       *> a partner disputing a POSTTXN debit could simply say the
       *> request was never theirs.
       *>
       *>   "SIGN    "  just before RMQ_PUBLISH, after any ENCRYPT:
       *>               the signature over header and body, keyed on
       *>               our RMQSHOP key, goes on as the rmqmsig.cpy
       *>               trailer and the length grows by its 36 bytes.
       *>               A message that already carries one (a copy
       *>               republished byte for byte) is left alone.
       *>   "VERIFY  "  straight after the consume, before anything
       *>               believes the envelope: the trailer is taken
       *>               off and the signature checked against the
       *>               caller id's key and ours, current or staged
       *>               next key either way so a key can be rotated
       *>               without a cutover.
       *>   "EXTRACT "  answers the signature a message carries, for
       *>               the audit trails, and changes nothing.
       *>   "STRIP   "  takes the trailer off a copy that is about to
       *>               be rebuilt and signed again.
       *>
       *> lk-outcome comes back SIGNED, VERIFIED, UNSIGNED, or BADSIGN
       *> when the signature does not match any key it could be under
       *> -- or is missing from a caller that has a key on the
       *> keystore, since a partner that signs must always sign.  A
       *> BADSIGN message is refused, never processed.  An envelope
       *> from a caller with no key is UNSIGNED and passes, so
       *> partners are brought on one at a time; a bare RPC body has
       *> no envelope to sign and is always UNSIGNED.
       *>
       *> Keys are SIGN rows on the protected RMQKEYSTORE, the owner
       *> in the userid and the key in the password, resolved through
       *> RMQ0CRED and held here for the run once asked for.  With no
       *> RMQSHOP key a warning is given once and messages go out
       *> unsigned exactly as before.
       *>
       *> The signature is four multiplicative lanes modulo the prime
       *> 2147483647, the RMQ0HASH construction, fed the key, every
       *> byte of header and body, and the key again, then finished
       *> over the key -- 32 hex digits that nobody without the key
       *> can produce for a changed message.

        environment division.

        data division.
        working-storage section.
            copy rmqenv replacing ==:pfx:== by ==ms==.
            copy rmqmsig replacing ==:pfx:== by ==ms==.
        01  wk-env-header-len       binary-long value 98.
        01  wk-trailer-len          binary-long value 36.
        01  wk-signed-len           binary-long.
        01  wk-envelope-flag        pic x(1).
            88 wk-is-envelope       value "Y".
        01  wk-trailer-flag         pic x(1).
            88 wk-trailer-found     value "Y".
        01  wk-warned-flag          pic x(1) value "N".
            88 wk-already-warned    value "Y".

       *> every key owner asked about, found or not, so the keystore
       *> is read once an owner a run; past 100 owners the last slot
       *> is reused
        01  key-table.
            05 key-count            binary-long value 0.
            05 key-entry            occurs 100 times.
                10 key-owner            pic x(8).
                10 key-current          pic x(32).
                10 key-current-len      binary-long.
                10 key-next             pic x(32).
                10 key-next-len         binary-long.
        01  wk-key-idx              binary-long.
        01  wk-search-idx           binary-long.
        01  wk-shop-idx             binary-long.
        01  wk-partner-idx          binary-long.
        01  wk-owner                pic x(8).
        01  wk-shop-owner           pic x(8) value "RMQSHOP".
        01  wk-cred-userid          pic x(32).
        01  wk-cred-key             pic x(32).
        01  wk-cred-rc              binary-long.
        01  wk-key-held-flag        pic x(1).
            88 wk-key-held          value "Y".
        01  wk-match-flag           pic x(1).
            88 wk-signature-matches value "Y".

        01  wk-mac-key              pic x(32).
        01  wk-mac-key-len          binary-long.
        01  wk-mac                  pic x(32).

        01  wk-lane-table.
            05 wk-lane              pic 9(18) occurs 4 times.
        01  wk-mult-table.
            05 wk-mult              pic 9(5) occurs 4 times.
        01  wk-seed-table.
            05 wk-seed              pic 9(10) occurs 4 times.

        01  wk-prime                pic 9(10) value 2147483647.
        01  wk-product              pic 9(18).
        01  wk-quotient             pic 9(18).
        01  wk-byte-value           binary-long.

        01  wk-round                binary-long.
        01  wk-finish-rounds        binary-long value 4.
        01  wk-pos                  binary-long.
        01  wk-stream-pos           binary-long.
        01  wk-lane-idx             binary-long.
        01  wk-next-idx             binary-long.
        01  wk-digit                binary-long.
        01  wk-remainder            binary-long.
        01  wk-out-pos              binary-long.

        01  wk-hex-digits           pic x(16)
                                    value "0123456789ABCDEF".

        linkage section.
        01  lk-request-code         pic x(8).
        01  lk-buffer               pic x(16384).
        01  lk-msg-len              binary-long.
        01  lk-signature            pic x(32).
        01  lk-outcome              pic x(8).

        procedure division using lk-request-code, lk-buffer,
                    lk-msg-len, lk-signature, lk-outcome.

        main-para.
            move spaces to lk-signature
            move "UNSIGNED" to lk-outcome
            perform inspect-the-message

            evaluate lk-request-code
                when "SIGN    "
                    perform sign-the-message
                when "VERIFY  "
                    perform verify-the-message
                when "EXTRACT "
                    if wk-trailer-found
                        move "SIGNED  " to lk-outcome
                    end-if
                when "STRIP   "
                    if wk-trailer-found
                        move "SIGNED  " to lk-outcome
                        move wk-signed-len to lk-msg-len
                    end-if
            end-evaluate.

        main-exit.
            goback.

       *> an envelope whose body-len accounts for the length is
       *> unsigned; one that leaves exactly a trailer over is signed
        inspect-the-message.
            move "N" to wk-envelope-flag
            move "N" to wk-trailer-flag
            move lk-msg-len to wk-signed-len

            if lk-msg-len >= wk-env-header-len
                move lk-buffer(1:wk-env-header-len)
                        to ms-envelope(1:wk-env-header-len)
                if ms-env-body-len is numeric
                    if ms-env-body-len + wk-env-header-len
                            = lk-msg-len
                        set wk-is-envelope to true
                    end-if
                    if ms-env-body-len + wk-env-header-len
                            + wk-trailer-len = lk-msg-len
                        perform inspect-the-trailer
                    end-if
                end-if
            end-if.

        inspect-the-trailer.
            move lk-buffer(lk-msg-len - wk-trailer-len + 1:
                    wk-trailer-len) to ms-msig-trailer
            if ms-msig-present
                set wk-is-envelope to true
                set wk-trailer-found to true
                compute wk-signed-len = lk-msg-len - wk-trailer-len
                move ms-msig-signature to lk-signature
            end-if.

        sign-the-message.
            if wk-trailer-found
                move "SIGNED  " to lk-outcome
            else
                if wk-is-envelope
                    move wk-shop-owner to wk-owner
                    perform find-the-key
                    if key-current-len(wk-key-idx) = 0
                        perform warn-once
                    else
                        perform append-the-trailer
                    end-if
                end-if
            end-if.

        append-the-trailer.
            move key-current(wk-key-idx) to wk-mac-key
            move key-current-len(wk-key-idx) to wk-mac-key-len
            perform compute-the-mac

            move "SIG1" to ms-msig-marker
            move wk-mac to ms-msig-signature
            move ms-msig-trailer
                    to lk-buffer(lk-msg-len + 1:wk-trailer-len)
            add wk-trailer-len to lk-msg-len
            move wk-mac to lk-signature
            move "SIGNED  " to lk-outcome.

        verify-the-message.
            if wk-is-envelope
                move "N" to wk-key-held-flag
                move "N" to wk-match-flag
                move 0 to wk-partner-idx

                if ms-env-caller-id not = spaces
                    move ms-env-caller-id to wk-owner
                    perform find-the-key
                    move wk-key-idx to wk-partner-idx
                    if key-current-len(wk-key-idx) > 0
                       or key-next-len(wk-key-idx) > 0
                        set wk-key-held to true
                    end-if
                end-if

                if wk-trailer-found
                    move wk-signed-len to lk-msg-len
                    perform check-the-signature
                else
                    if wk-key-held
                        move "BADSIGN " to lk-outcome
                    end-if
                end-if
            end-if.

       *> the caller's own key first, then ours -- our replies and
       *> forwards carry the caller id of the request they answer
        check-the-signature.
            if wk-partner-idx > 0
                move wk-partner-idx to wk-key-idx
                perform try-the-owner-keys
            end-if

            if not wk-signature-matches
                move wk-shop-owner to wk-owner
                perform find-the-key
                move wk-key-idx to wk-shop-idx
                if key-current-len(wk-key-idx) > 0
                   or key-next-len(wk-key-idx) > 0
                    set wk-key-held to true
                end-if
                perform try-the-owner-keys
            end-if

            evaluate true
                when wk-signature-matches
                    move "VERIFIED" to lk-outcome
                when wk-key-held
                    move "BADSIGN " to lk-outcome
                when other
                    perform warn-once
            end-evaluate.

        try-the-owner-keys.
            if key-current-len(wk-key-idx) > 0
                move key-current(wk-key-idx) to wk-mac-key
                move key-current-len(wk-key-idx) to wk-mac-key-len
                perform compute-the-mac
                if wk-mac = lk-signature
                    set wk-signature-matches to true
                end-if
            end-if

            if not wk-signature-matches
               and key-next-len(wk-key-idx) > 0
                move key-next(wk-key-idx) to wk-mac-key
                move key-next-len(wk-key-idx) to wk-mac-key-len
                perform compute-the-mac
                if wk-mac = lk-signature
                    set wk-signature-matches to true
                end-if
            end-if.

        find-the-key.
            move 0 to wk-key-idx
            perform search-the-key-table
                varying wk-search-idx from 1 by 1
                until wk-search-idx > key-count or wk-key-idx > 0

            if wk-key-idx = 0
                perform load-the-key
            end-if.

        search-the-key-table.
            if key-owner(wk-search-idx) = wk-owner
                move wk-search-idx to wk-key-idx
            end-if.

        load-the-key.
            if key-count < 100
                add 1 to key-count
            end-if
            move key-count to wk-key-idx

            move wk-owner to key-owner(wk-key-idx)
            move spaces to key-current(wk-key-idx)
            move spaces to key-next(wk-key-idx)
            move 0 to key-current-len(wk-key-idx)
            move 0 to key-next-len(wk-key-idx)

            move wk-owner to wk-cred-userid
            move spaces to wk-cred-key
            call "RMQ0CRED" using "SIGNKEY ", "SIGN", wk-cred-userid,
                        wk-cred-key, wk-cred-rc
            end-call
            if wk-cred-rc = 0 and wk-cred-key not = spaces
                move wk-cred-key to key-current(wk-key-idx)
                move function length(function trim(wk-cred-key))
                        to key-current-len(wk-key-idx)
            end-if

            move wk-owner to wk-cred-userid
            move spaces to wk-cred-key
            call "RMQ0CRED" using "SIGNNEXT", "SIGN", wk-cred-userid,
                        wk-cred-key, wk-cred-rc
            end-call
            if wk-cred-rc = 0 and wk-cred-key not = spaces
                move wk-cred-key to key-next(wk-key-idx)
                move function length(function trim(wk-cred-key))
                        to key-next-len(wk-key-idx)
            end-if.

        warn-once.
            if not wk-already-warned
                set wk-already-warned to true
                display "rmq0msig: no SIGN key for "
                        function trim(wk-owner)
                        " on the keystore -- messages are neither "
                        "signed nor checked"
            end-if.

       *> key, then header and body, then the key again, then the
       *> finishing rounds over the key
        compute-the-mac.
            move 48271 to wk-mult(1)
            move 16807 to wk-mult(2)
            move 69621 to wk-mult(3)
            move 39373 to wk-mult(4)
            move 19088743 to wk-seed(1)
            move 305419896 to wk-seed(2)
            move 1732584193 to wk-seed(3)
            move 271733878 to wk-seed(4)

            perform seed-one-lane
                varying wk-lane-idx from 1 by 1
                until wk-lane-idx > 4
            move 0 to wk-round
            move 0 to wk-stream-pos

            perform mix-one-key-byte
                varying wk-pos from 1 by 1
                until wk-pos > wk-mac-key-len
            perform mix-one-message-byte
                varying wk-pos from 1 by 1
                until wk-pos > wk-signed-len
            perform mix-one-key-byte
                varying wk-pos from 1 by 1
                until wk-pos > wk-mac-key-len

            perform finish-one-round
                varying wk-round from 1 by 1
                until wk-round > wk-finish-rounds

            move spaces to wk-mac
            perform edit-one-lane
                varying wk-lane-idx from 1 by 1
                until wk-lane-idx > 4.

        seed-one-lane.
            move wk-seed(wk-lane-idx) to wk-lane(wk-lane-idx).

        finish-one-round.
            perform mix-one-key-byte
                varying wk-pos from 1 by 1
                until wk-pos > wk-mac-key-len.

        mix-one-key-byte.
            compute wk-byte-value =
                function ord(wk-mac-key(wk-pos:1))
            perform mix-one-byte.

        mix-one-message-byte.
            compute wk-byte-value =
                function ord(lk-buffer(wk-pos:1))
            perform mix-one-byte.

       *> every lane takes the byte, then each lane is folded into
       *> the one after it so no lane runs on its own
        mix-one-byte.
            add 1 to wk-stream-pos

            perform mix-one-lane
                varying wk-lane-idx from 1 by 1
                until wk-lane-idx > 4

            perform fold-one-lane
                varying wk-lane-idx from 1 by 1
                until wk-lane-idx > 4.

        mix-one-lane.
            compute wk-product =
                wk-lane(wk-lane-idx) * wk-mult(wk-lane-idx)
                    + wk-byte-value + wk-round + wk-stream-pos
            divide wk-product by wk-prime
                giving wk-quotient
                remainder wk-lane(wk-lane-idx).

        fold-one-lane.
            if wk-lane-idx < 4
                compute wk-next-idx = wk-lane-idx + 1
            else
                move 1 to wk-next-idx
            end-if
            compute wk-product =
                wk-lane(wk-next-idx) + wk-lane(wk-lane-idx)
            divide wk-product by wk-prime
                giving wk-quotient
                remainder wk-lane(wk-next-idx).

       *> eight hex digits a lane, most significant first
        edit-one-lane.
            move wk-lane(wk-lane-idx) to wk-product
            perform edit-one-digit
                varying wk-digit from 8 by -1
                until wk-digit < 1.

        edit-one-digit.
            divide wk-product by 16
                giving wk-product
                remainder wk-remainder
            compute wk-out-pos = (wk-lane-idx - 1) * 8 + wk-digit
            move wk-hex-digits(wk-remainder + 1:1)
                    to wk-mac(wk-out-pos:1).

        end program rmq0msig.
