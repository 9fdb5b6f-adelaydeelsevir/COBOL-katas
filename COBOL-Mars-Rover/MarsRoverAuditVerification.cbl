*> mirror MoveMarsRover: edge clamp or wrap by grid mode, obstacle
*> cells refused, a cell held by another fleet rover refused, the
*> terrain map from SetTerrain entries drawn per move at the
*> destination cell's cost, an "S" science sample drawn at the
*> current cell's cost, and the faults SetRoverFaults declares -
*> stuck steering refusing one turn, a seized wheel refusing the
*> move straight after a move, a failed camera refusing "S". A LoadState entry on the log is noted but
*> not replayed (the file it loaded from is long gone); a day that
*> starts with LoadState should be verified against that day's log
*> alone.
                88 RV-FacingEast  value "E".
                88 RV-FacingWest  value "W".
            03 RV-Energy      pic 99.
            03 RV-FaultLeftOnly  pic 9.
            03 RV-FaultRightOnly pic 9.
            03 RV-FaultWheel     pic 9.
            03 RV-FaultCamera    pic 9.
            03 RV-WheelResting   pic 9.

    01 NumberOfObstacles pic 99 value zero.
    01 ReplayObstacles.
    01 ObstaclePair pic x(6) value spaces.
    01 TerrainTriple pic x(8) value spaces.
    01 StepCost pic 99 value zero.
    01 FaultKeywordCount pic 99 value zero.
    01 InstructionRefused pic 9 value zero usage binary.

    01 SavedFleetCount pic 99 value zero.
    01 SavedRover.
        when "MoveRover"
            perform 2600-ReplayMoveRover thru 2600-Exit
            add 1 to CommandsReplayed
        when "SetRoverFaults"
            perform 2450-ReplaySetRoverFaults thru 2450-Exit
            add 1 to CommandsReplayed
        when "LoadState"
            add 1 to LoadStatesSkipped
        when other
    if NumberOfRovers is less than CurrentRoverIndex
        move CurrentRoverIndex to NumberOfRovers
        move CurrentRoverIndex to RV-RoverId(CurrentRoverIndex)
        perform 2460-ClearRoverFaults thru 2460-Exit
    end-if

    move ParameterText(1:7) to RoverPosition
2400-Exit.
    exit.

*> Same keyword scan CmdSetRoverFaults applies: whatever the line
*> names replaces the rover's faults, and a blank line clears them.
2450-ReplaySetRoverFaults.
    if CurrentRoverIndex equal to zero
        go to 2450-Exit
    end-if
    perform 2460-ClearRoverFaults thru 2460-Exit

    move zero to FaultKeywordCount
    inspect ParameterText tallying FaultKeywordCount for all "LEFTONLY"
    if FaultKeywordCount is greater than zero
        move 1 to RV-FaultLeftOnly(CurrentRoverIndex)
    end-if
    move zero to FaultKeywordCount
    inspect ParameterText tallying FaultKeywordCount for all "RIGHTONLY"
    if FaultKeywordCount is greater than zero
        move 1 to RV-FaultRightOnly(CurrentRoverIndex)
    end-if
    move zero to FaultKeywordCount
    inspect ParameterText tallying FaultKeywordCount for all "WHEEL"
    if FaultKeywordCount is greater than zero
        move 1 to RV-FaultWheel(CurrentRoverIndex)
    end-if
    move zero to FaultKeywordCount
    inspect ParameterText tallying FaultKeywordCount for all "CAMERA"
    if FaultKeywordCount is greater than zero
        move 1 to RV-FaultCamera(CurrentRoverIndex)
    end-if.
2450-Exit.
    exit.

2460-ClearRoverFaults.
    move zero to RV-FaultLeftOnly(CurrentRoverIndex)
    move zero to RV-FaultRightOnly(CurrentRoverIndex)
    move zero to RV-FaultWheel(CurrentRoverIndex)
    move zero to RV-FaultCamera(CurrentRoverIndex)
    move zero to RV-WheelResting(CurrentRoverIndex).
2460-Exit.
    exit.

2500-ReplaySelectRoverById.
    move function numval(ParameterText(1:2)) to RequestedId
    move zero to FoundIndex
        move zero to RV-YPos(FoundIndex)
        move "N" to RV-Orientation(FoundIndex)
        move FullEnergyLevel to RV-Energy(FoundIndex)
        move FoundIndex to CurrentRoverIndex
        perform 2460-ClearRoverFaults thru 2460-Exit
    end-if

    move FoundIndex to CurrentRoverIndex.
    move RV-XPos(CurrentRoverIndex) to CandidateX
    move RV-YPos(CurrentRoverIndex) to CandidateY

    perform 2660-CheckRoverFaults thru 2660-Exit
    if InstructionRefused equal to 1
        go to 2650-Exit
    end-if

    if ParameterText(CurrentInstruction:1) equal to "C"
        move FullEnergyLevel to RV-Energy(CurrentRoverIndex)
        go to 2650-Exit
            move CandidateX to RV-XPos(CurrentRoverIndex)
            move CandidateY to RV-YPos(CurrentRoverIndex)
        end-if
        if RV-FaultWheel(CurrentRoverIndex) equal to 1
            move 1 to RV-WheelResting(CurrentRoverIndex)
        end-if
    end-if.
2650-Exit.
    exit.

*> The order MoveMarsRover checks faults in: a resting wheel is
*> spent by whatever instruction comes next, then the steering and
*> camera faults refuse their own instructions.
2660-CheckRoverFaults.
    move zero to InstructionRefused
    if RV-WheelResting(CurrentRoverIndex) equal to 1
        move zero to RV-WheelResting(CurrentRoverIndex)
        if ParameterText(CurrentInstruction:1) equal to "M"
            move 1 to InstructionRefused
            go to 2660-Exit
        end-if
    end-if

    evaluate true
        when ParameterText(CurrentInstruction:1) equal to "L"
                and RV-FaultRightOnly(CurrentRoverIndex) equal to 1
            move 1 to InstructionRefused
        when ParameterText(CurrentInstruction:1) equal to "R"
                and RV-FaultLeftOnly(CurrentRoverIndex) equal to 1
            move 1 to InstructionRefused
        when ParameterText(CurrentInstruction:1) equal to "S"
                and RV-FaultCamera(CurrentRoverIndex) equal to 1
            move 1 to InstructionRefused
        when other
            continue
    end-evaluate.
2660-Exit.
    exit.

2670-LookupTerrainCost.
    move 1 to StepCost
    perform varying TerrainIdx from 1 by 1
