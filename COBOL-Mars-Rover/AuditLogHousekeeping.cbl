*> the log in extend mode on every single call, so the file grows
*> without bound and slows every command; this run writes a summary
*> report of the day (commands by type, M instructions per rover,
*> collision, battery-refusal and fault-refusal counts from the
*> MoveResult entries; the Visited cell lists are left for the
*> coverage report),
*> then closes the log out to a dated generation - the raw detail is
*> kept for the archive shelf, and the next command starts a fresh
*> log through the usual extend-or-create handling.
    01 ExhaustedTotal pic 9(6) value zero.
    01 ParsedCollisions pic 9(4) value zero.
    01 ParsedExhausted pic 9(4) value zero.
    01 FaultTotal pic 9(6) value zero.
    01 ParsedFaults pic 9(4) value zero.
    01 OutcomeFiller pic x(20) value spaces.

    01 TotalLines pic 9(6) value zero.
            perform 2400-TallyMoveRover thru 2400-Exit
        when "MoveResult"
            perform 2500-TallyMoveResult thru 2500-Exit
        when "Visited"
            continue
        when "GetGridSize"
            add 1 to QueryCommandCount
        when "GetRoverPosition"
            add 1 to QueryCommandCount
        when "GetLastMoveExhausted"
            add 1 to QueryCommandCount
        when "GetLastMoveFault"
            add 1 to QueryCommandCount
        when "GetPayloadResult"
            add 1 to QueryCommandCount
        when "SaveState"
            add 1 to StateCommandCount
        when "LoadState"
2400-Exit.
    exit.

*> MoveResult lines read: "rover nn collisions nn exhausted nn",
*> with " faults nn" on the end from the lines that count fault
*> refusals as well.
2500-TallyMoveResult.
    move zero to ParsedCollisions
    move zero to ParsedExhausted
    move zero to ParsedFaults
    unstring ParameterText delimited by " collisions " or " exhausted "
            or " faults "
        into OutcomeFiller, ParsedCollisions, ParsedExhausted,
            ParsedFaults
    end-unstring
    add ParsedCollisions to CollisionTotal
    add ParsedExhausted to ExhaustedTotal
    add ParsedFaults to FaultTotal.
2500-Exit.
    exit.

        CollisionTotal delimited by size
        "   battery refusals " delimited by size
        ExhaustedTotal delimited by size
        "   fault refusals " delimited by size
        FaultTotal delimited by size
        into SummaryLine
    end-string
    write SummaryLine
