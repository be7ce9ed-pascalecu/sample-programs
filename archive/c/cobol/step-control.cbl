        accum
    end-exec

    move spaces to screen-line
    move "DECISION POINTS - CONTINUE / SKIP-REST / ABORT <step>"
        to screen-line

    exec cics send text
        from(screen-line)
        length(79)
        accum
    end-exec

    perform list-step-flags

    exec cics send page
            move "R" to new-flag
        when "SKIP"
            move "S" to new-flag
        when "CONTINUE"
            move "Y" to new-flag
        when "SKIP-REST"
            move "N" to new-flag
        when "ABORT"
            move "A" to new-flag
        when other
            move spaces to screen-line
            move "Commands: HOLD|RELEASE|SKIP|CONTINUE|SKIP-REST|ABORT <step>"
                to screen-line
            exec cics send text
                from(screen-line)
