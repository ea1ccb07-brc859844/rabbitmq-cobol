       *> FULL (the default) runs flat out; PACED sleeps out the
       *> original gaps between entries (capped at 30 seconds) so the
       *> dispatcher sees yesterday's shape, not a firehose.  An
       *> audit entry whose recorded length exceeds the 334 bytes the
       *> trail retains was truncated going in and is skipped, not
       *> replayed mangled.
       *>
       *> No customer goes with it.  Every replayed body is run
       *> through the RMQMASK rules by RMQ0MASK on its way out: a
       *> field a rule calls an account number or a name leaves as
       *> its RMQ0PSEU substitute -- the same one the PSEUCOPY copies
       *> of ACCTMST, ACCTHST and RMQORDERS carry, so a replayed
       *> GETBAL or POSTTXN still finds its account in TEST -- and
       *> any other masked field leaves masked.  The map is only
       *> there on a production run; elsewhere those fields leave
       *> masked too.

        environment division.
        input-output section.
        01  wk-max-gap            binary-long value 30.

        01  wk-replay-seq         pic 9(9) value 0.
        01  wk-pub-buffer         pic x(334).
        01  wk-msg-len            binary-long.
        01  wk-msg-signature      pic x(32).
        01  wk-sign-outcome       pic x(8).
        01  wk-fresh-id           pic x(36).
        01  wk-mask-type          pic x(20).
        01  wk-mask-body-len      binary-long.

        01  confirm-timeout-ms    binary-long value 5000.
        01  confirm-nacked-flag   pic x(1) value "N".
            end-read.

        replay-one-entry.
            if fp-aud-msg-len > 334
                add 1 to wk-skipped-count
                display "replay: entry of " fp-aud-msg-len
                        " bytes was truncated on the trail, skipped"
            move fp-aud-message to wk-pub-buffer
            move fp-aud-msg-len to wk-msg-len

       *> the fresh msg-id changes what was signed, so the old
       *> trailer comes off and the rebuilt message is signed anew
            call "RMQ0MSIG" using "STRIP   ", wk-pub-buffer,
                        wk-msg-len, wk-msg-signature, wk-sign-outcome
            end-call

            if wk-msg-len >= 79
                move wk-fresh-id to wk-pub-buffer(1:36)
            end-if

            perform pseudonymize-the-replay

            call "RMQ0MSIG" using "SIGN    ", wk-pub-buffer,
                        wk-msg-len, wk-msg-signature, wk-sign-outcome
            end-call.

       *> the body as RMQ0AUD finds it: behind the 98-byte header
       *> with the msg-type from the header, or all of a bare message
        pseudonymize-the-replay.
            move spaces to wk-mask-type

            if wk-msg-len >= 98
               and wk-pub-buffer(75:5) is numeric
                move wk-pub-buffer(37:20) to wk-mask-type
                compute wk-mask-body-len = wk-msg-len - 98
                if wk-mask-body-len > 200
                    move 200 to wk-mask-body-len
                end-if
                if wk-mask-body-len > 0
                    call "RMQ0MASK" using wk-mask-type,
                                fp-aud-routing-key,
                                wk-pub-buffer(99:200),
                                wk-mask-body-len
                    end-call
                end-if
            else
                move wk-msg-len to wk-mask-body-len
                if wk-mask-body-len > 200
                    move 200 to wk-mask-body-len
                end-if
                if wk-mask-body-len > 0
                    call "RMQ0MASK" using wk-mask-type,
                                fp-aud-routing-key,
                                wk-pub-buffer(1:200),
                                wk-mask-body-len
                    end-call
                end-if
            end-if.

        publish-the-replay.
