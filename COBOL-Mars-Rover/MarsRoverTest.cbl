    copy GridDimensions replacing GridDimensions by ReturnedGridDimensions.
    copy RoverPosition replacing RoverPosition by ExpectedPosition.
    copy RoverPosition replacing RoverPosition by ReturnedPosition.
    01 ReturnedFault pic x(10) value spaces.
    01 ExpectedPayloadResult pic x(40) value spaces.
    01 ReturnedPayloadResult pic x(40) value spaces.

procedure division.

    call "AssertEquals" using by content ReturnedPosition, by content ExpectedPosition,
        concatenate("After ",trim(Movement), ", the final position is ", ExpectedPosition)

    move "05 05 N" to ExpectedPosition
    call "MarsRover" using by content "SetRoverFaults", by content "RIGHTONLY"
    call "MarsRover" using by content "MoveRover", by content "L"
    call "MarsRover" using by content "GetRoverPosition", by reference ReturnedPosition
    call "AssertEquals" using by content ReturnedPosition, by content ExpectedPosition,
        concatenate("Steering stuck right refuses L, the position stays ", ExpectedPosition)
    move spaces to ReturnedFault
    call "MarsRover" using by content "GetLastMoveFault", by reference ReturnedFault
    call "AssertEquals" using by content ReturnedFault, by content "RIGHTONLY ",
        "The refused L reports the RIGHTONLY fault"

    move "05 05 W" to ExpectedPosition
    call "MarsRover" using by content "MoveRover", by content "RRR"
    call "MarsRover" using by content "GetRoverPosition", by reference ReturnedPosition
    call "AssertEquals" using by content ReturnedPosition, by content ExpectedPosition,
        concatenate("Three right turns stand in for the left, facing ", ExpectedPosition)

    move "04 05 W" to ExpectedPosition
    call "MarsRover" using by content "SetRoverFaults", by content "WHEEL"
    call "MarsRover" using by content "MoveRover", by content "MM"
    call "MarsRover" using by content "GetRoverPosition", by reference ReturnedPosition
    call "AssertEquals" using by content ReturnedPosition, by content ExpectedPosition,
        concatenate("A seized wheel refuses the second of MM, the position is ", ExpectedPosition)

    move "03 05 W" to ExpectedPosition
    call "MarsRover" using by content "SetRoverFaults", by content " "
    call "MarsRover" using by content "MoveRover", by content "M"
    call "MarsRover" using by content "GetRoverPosition", by reference ReturnedPosition
    call "AssertEquals" using by content ReturnedPosition, by content ExpectedPosition,
        concatenate("Once declared healthy the rover moves again to ", ExpectedPosition)

    move "DELIVER REFUSED - not at depot" to ExpectedPayloadResult
    call "MarsRover" using by content "MoveRover", by content "D"
    move spaces to ReturnedPayloadResult
    call "MarsRover" using by content "GetPayloadResult", by reference ReturnedPayloadResult
    call "AssertEquals" using by content ReturnedPayloadResult, by content ExpectedPayloadResult,
        concatenate("Away from the depot at ", ExpectedPosition, ", D delivers nothing")

    close MarsRoverData
    stop run.

