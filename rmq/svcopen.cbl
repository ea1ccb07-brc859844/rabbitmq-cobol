        identification division.
        program-id.    svcopen.

       *> svcopen is the operator's way to see and clear batch
       *> service closures (rmqsvccl.cpy).  A batch job closes the
       *> services RMQSVCHRS lists for it when it starts and reopens
       *> them when it finishes; one that fails part way leaves them
       *> closed, which is what should happen while its files are in
       *> doubt.  Rerunning the job reopens them at its end; once the
       *> files are known good without a rerun, name the program in
       *> RMQSVCPGM and this reopens them through RMQ0SVCC.  With
       *> RMQSVCPGM blank it only lists what is closed and by whom.

        environment division.
        input-output section.
        file-control.
            select svcclose-file assign to "SVCCLOSE"
                organization indexed
                access mode sequential
                record key fc-svcc-key
                file status is svcclose-status.

        data division.
        file section.
        fd  svcclose-file.
            copy rmqsvccl replacing ==:pfx:== by ==fc==.

        working-storage section.

        01  svcclose-status        pic xx.
            88 svcclose-ok         value "00".
            88 svcclose-eof        value "10".

        01  wk-program             pic x(8) value spaces.
        01  wk-closure-count       binary-long value 0.


        procedure division.

        main-line.
            display "RMQSVCPGM" upon environment-name
            accept wk-program from environment-value
                on exception
                    move spaces to wk-program
            end-accept

            perform list-the-closures

            if wk-program not = spaces
                call "RMQ0SVCC" using "OPEN    ", wk-program
                end-call
            end-if

            stop run.

       *> no closures file means nothing has ever been closed
        list-the-closures.
            open input svcclose-file
            if svcclose-ok
                perform list-next-closure
                    with test after
                    until svcclose-eof
                close svcclose-file
            end-if

            display "svcopen: " wk-closure-count
                    " service closure(s) on file".

        list-next-closure.
            read svcclose-file
                at end
                    set svcclose-eof to true
                not at end
                    add 1 to wk-closure-count
                    display "svcopen: " fc-svcc-routing-key(1:20)
                            " closed by " fc-svcc-program
                            " since " fc-svcc-closed-date " "
                            fc-svcc-closed-time
            end-read.

        end program svcopen.
