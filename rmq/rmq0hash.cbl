        identification division.
        program-id.    rmq0hash.

       *> rmq0hash turns an operator's password into the one-way hash
       *> kept on OPERSEC (rmqopsec.cpy), so the password itself is
       *> never written anywhere.  The user id is the salt: two
       *> operators who pick the same password still get different
       *> hashes, and a hash copied from one operator's record is no
       *> use on another's.  RMQ0SIGN hashes what is keyed at sign-on
       *> and compares; OPERMNT hashes a new or reset password before
       *> it is stored.
       *>
       *> User id and password are run through four independent
       *> multiplicative lanes modulo the prime 2147483647, each fed
       *> every byte and the round number over many rounds, with each
       *> lane folded into the next after every byte.  The four lane
       *> values come back as 32 hex digits.  Nothing here can be run
       *> backwards from the hash to the password.

        environment division.

        data division.
        working-storage section.
        01  wk-input                pic x(28).
        01  wk-input-len            binary-long value 28.

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
        01  wk-round-count          binary-long value 64.
        01  wk-pos                  binary-long.
        01  wk-lane-idx             binary-long.
        01  wk-next-idx             binary-long.
        01  wk-digit                binary-long.
        01  wk-remainder            binary-long.
        01  wk-out-pos              binary-long.

        01  wk-hex-digits           pic x(16)
                                    value "0123456789ABCDEF".

        linkage section.
        01  lk-user-id              pic x(8).
        01  lk-password             pic x(20).
        01  lk-hash                 pic x(32).

        procedure division using lk-user-id, lk-password, lk-hash.

        main-para.
            move lk-user-id to wk-input(1:8)
            move lk-password to wk-input(9:20)

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

            perform mix-one-round
                varying wk-round from 1 by 1
                until wk-round > wk-round-count

            move spaces to lk-hash
            perform edit-one-lane
                varying wk-lane-idx from 1 by 1
                until wk-lane-idx > 4.

        main-exit.
            goback.

        seed-one-lane.
            move wk-seed(wk-lane-idx) to wk-lane(wk-lane-idx).

        mix-one-round.
            perform mix-one-byte
                varying wk-pos from 1 by 1
                until wk-pos > wk-input-len.

       *> every lane takes the byte, then each lane is folded into
       *> the one after it so no lane runs on its own
        mix-one-byte.
            compute wk-byte-value = function ord(wk-input(wk-pos:1))

            perform mix-one-lane
                varying wk-lane-idx from 1 by 1
                until wk-lane-idx > 4

            perform fold-one-lane
                varying wk-lane-idx from 1 by 1
                until wk-lane-idx > 4.

        mix-one-lane.
            compute wk-product =
                wk-lane(wk-lane-idx) * wk-mult(wk-lane-idx)
                    + wk-byte-value + wk-round + wk-pos
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
                    to lk-hash(wk-out-pos:1).

        end program rmq0hash.
