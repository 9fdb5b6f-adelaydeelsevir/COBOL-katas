*> reported as such, never guessed at. With "Y" in the issue flag
*> the plan is sent straight through SelectRoverById/MoveRover and
*> the rover's final position is read back onto the report.
*>
*> Faults on RoverFaults.dat for the rover are planned around,
*> whatever cycle they take effect from, since the plan may still be
*> running when they do: with steering stuck to one direction every
*> turn is made that way (three rights stand in for a left), a
*> seized wheel gets a "C" between consecutive moves as the rest
*> instruction it needs - the recharge costs nothing and keeps the
*> battery topped up - and a rover whose steering can turn neither
*> way is only planned for when no turn is needed. The faults are
*> declared to the module before an issued plan is sent.
*>
*> Every plan made - issued or not - is also appended to
*> WaypointPlanLog.dat with the time it was made, the start and
*> target, the moves and energy it expects and the full instruction
*> sequence, which the report's plan line cannot always hold. The
*> route variance run sets each one against what the rover went on
*> to do.

environment division.
configuration section.
        file status is StateFileStatus.
    select PlanReport assign to "WaypointPlanReport.dat"
        organization is line sequential.
    select RoverFaults assign to "RoverFaults.dat"
        organization is line sequential
        file status is RoverFaultsStatus.
    select PlanLog assign to "WaypointPlanLog.dat"
        organization is line sequential
        file status is PlanLogStatus.

data division.
file section.
    fd PlanReport.
        01 ReportLine pic x(132).

    fd RoverFaults.
        01 RoverFaultRecord.
            02 RF-RoverId   pic x(2).
            02 filler       pic x.
            02 RF-FromCycle pic 9(4).
            02 filler       pic x.
            02 RF-FaultType pic x(10).

    fd PlanLog.
        copy WaypointPlanRecord.

working-storage section.
    copy GridDimensions.

    01 TurnSteps pic 9 value zero.
    01 EnergySinceCharge pic 999 value zero.

    01 RoverFaultsStatus pic xx value spaces.
        88 RoverFaultsNotFound value "35".
        88 EndOfRoverFaults value "10".
    01 FaultLeftOnly pic 9 value zero usage binary.
    01 FaultRightOnly pic 9 value zero usage binary.
    01 FaultWheel pic 9 value zero usage binary.
    01 FaultCamera pic 9 value zero usage binary.
    01 FaultText pic x(40) value spaces.
    01 FaultTextPointer pic 99 value 1.
    01 LastPlannedWasMove pic 9 value zero usage binary.
    01 PlanCannotTurn pic 9 value zero usage binary.
    01 PlannedEnergy pic 9(4) value zero.
    01 PlanLogStatus pic xx value spaces.
        88 PlanLogNotFound value "35".

    copy RoverPosition.

    copy BatchReturnCode.
    perform 2000-SearchForPath thru 2000-Exit
    if TargetWasReached
        perform 3000-BuildInstructionPlan thru 3000-Exit
        evaluate true
            when PlanCannotTurn equal to 1
                perform 4700-ReportCannotTurn thru 4700-Exit
            when PlanTooLong equal to 1
                perform 4600-ReportPlanTooLong thru 4600-Exit
            when other
            perform 4000-ReportPlan thru 4000-Exit
            perform 4100-LogPlan thru 4100-Exit
            if PlanWillBeIssued
                perform 5000-IssuePlan thru 5000-Exit
            end-if
        end-evaluate
    else
        perform 4500-ReportUnreachable thru 4500-Exit
    end-if
    if TargetX is greater than MaxWidth or TargetY is greater than MaxHeight
        display "RoverWaypointPlanner: target is off the grid"
        set BatchCompletedWithErrors to true
        go to 1000-Exit
    end-if

    perform 1200-ReadRoverFaults thru 1200-Exit.
1000-Exit.
    exit.

1100-Exit.
    exit.

1200-ReadRoverFaults.
    open input RoverFaults
    if RoverFaultsNotFound
        go to 1200-Exit
    end-if
    perform until EndOfRoverFaults
        read RoverFaults
            at end set EndOfRoverFaults to true
            not at end
                if RF-RoverId equal to RequestedRoverText
                    evaluate RF-FaultType
                        when "LEFTONLY"
                            move 1 to FaultLeftOnly
                        when "RIGHTONLY"
                            move 1 to FaultRightOnly
                        when "WHEEL"
                            move 1 to FaultWheel
                        when "CAMERA"
                            move 1 to FaultCamera
                        when other
                            continue
                    end-evaluate
                end-if
        end-read
    end-perform
    close RoverFaults

    move spaces to FaultText
    move 1 to FaultTextPointer
    if FaultLeftOnly equal to 1
        string "LEFTONLY " delimited by size
            into FaultText with pointer FaultTextPointer
        end-string
    end-if
    if FaultRightOnly equal to 1
        string "RIGHTONLY " delimited by size
            into FaultText with pointer FaultTextPointer
        end-string
    end-if
    if FaultWheel equal to 1
        string "WHEEL " delimited by size
            into FaultText with pointer FaultTextPointer
        end-string
    end-if
    if FaultCamera equal to 1
        string "CAMERA " delimited by size
            into FaultText with pointer FaultTextPointer
        end-string
    end-if.
1200-Exit.
    exit.

2000-SearchForPath.
    move zero to TargetReached
    if StartX equal to TargetX and StartY equal to TargetY

*> Walk back from the target along the entry directions to recover
*> the step list, then turn it into L/R/M instructions: the minimum
*> turn from the current heading (one R, two Rs, or one L) or the
*> long way round when the steering is stuck, then a move - with a
*> recharge planned up front and whenever the energy runs short.
3000-BuildInstructionPlan.
    move spaces to DirectionPathReversed
    move zero to PathLength
    move "C" to PlanBuffer(PlanPointer:1)
    add 1 to PlanPointer
    move zero to EnergySinceCharge
    move zero to PlannedEnergy

    move StartX to WalkX
    move StartY to WalkY
    move zero to LastPlannedWasMove
    move zero to PlanCannotTurn
    perform varying PathIdx from 1 by 1 until PathIdx is greater than PathLength
            or PlanTooLong equal to 1 or PlanCannotTurn equal to 1
        evaluate DirectionPath(PathIdx:1)
            when "N" move zero to WantedHeading
            when "E" move 1 to WantedHeading
            when "W" move 3 to WantedHeading
        end-evaluate

        if PlanPointer is greater than 1994
            move 1 to PlanTooLong
        end-if
        compute TurnSteps = function mod(WantedHeading - HeadingNumber + 4, 4)
        if TurnSteps is greater than zero
            perform 3100-PlanTurn thru 3100-Exit
        end-if
        move WantedHeading to HeadingNumber

        perform 3200-StepWalkForward thru 3200-Exit
        perform 2300-LookupTerrainCost thru 2300-Exit

        if EnergySinceCharge + StepCost is greater than 24
                or (FaultWheel equal to 1 and LastPlannedWasMove equal to 1)
            move "C" to PlanBuffer(PlanPointer:1)
            add 1 to PlanPointer
            move zero to EnergySinceCharge
        move "M" to PlanBuffer(PlanPointer:1)
        add 1 to PlanPointer
        add StepCost to EnergySinceCharge
        add StepCost to PlannedEnergy
        move 1 to LastPlannedWasMove
    end-perform.
3000-Exit.
    exit.

*> A healthy rover takes the shorter way round; steering stuck to
*> one direction takes that direction however far it is.
3100-PlanTurn.
    move zero to LastPlannedWasMove
    evaluate true
        when FaultLeftOnly equal to 1 and FaultRightOnly equal to 1
            move 1 to PlanCannotTurn
        when FaultLeftOnly equal to 1
            compute TurnSteps = 4 - TurnSteps
            move "LLL" to PlanBuffer(PlanPointer:TurnSteps)
            add TurnSteps to PlanPointer
        when FaultRightOnly equal to 1
            move "RRR" to PlanBuffer(PlanPointer:TurnSteps)
            add TurnSteps to PlanPointer
        when TurnSteps equal to 3
            move "L" to PlanBuffer(PlanPointer:1)
            add 1 to PlanPointer
        when other
            move "RR" to PlanBuffer(PlanPointer:TurnSteps)
            add TurnSteps to PlanPointer
    end-evaluate.
3100-Exit.
    exit.

3200-StepWalkForward.
    evaluate DirectionPath(PathIdx:1)
        when "N"
        TargetY delimited by size
        ": " delimited by size
        PathLength delimited by size
        " move(s), energy " delimited by size
        PlannedEnergy delimited by size
        into ReportLine
    end-string
    write ReportLine
    display function trim(ReportLine)

    if FaultText not equal to spaces
        move spaces to ReportLine
        string
            "Faults planned around: " delimited by size
            function trim(FaultText) delimited by size
            into ReportLine
        end-string
        write ReportLine
        display function trim(ReportLine)
    end-if

    move spaces to ReportLine
    string
        "Plan: " delimited by size
4000-Exit.
    exit.

*> Every plan made goes on WaypointPlanLog.dat, issued or not, so
*> RoverRouteVariance can set it against what the rover went on to
*> do.
4100-LogPlan.
    open extend PlanLog
    if PlanLogNotFound
        open output PlanLog
    end-if
    move spaces to WaypointPlanRecord
    move function current-date(1:14) to WP-Timestamp
    move RequestedRoverId to WP-RoverId
    move StartX to WP-StartX
    move StartY to WP-StartY
    move StartOrientation to WP-StartOrientation
    move TargetX to WP-TargetX
    move TargetY to WP-TargetY
    move IssueSwitch to WP-Issued
    move PathLength to WP-PlannedMoves
    move PlannedEnergy to WP-PlannedEnergy
    move PlanBuffer to WP-Plan
    write WaypointPlanRecord
    close PlanLog.
4100-Exit.
    exit.

*> A truncated plan must never be issued: a route longer than the
*> 500 moves the plan buffer comfortably holds, or one whose fault
*> workarounds overflow the buffer, is refused outright.
4600-ReportPlanTooLong.
    move zero to TargetReached
    move spaces to ReportLine
        TargetX delimited by size
        " " delimited by size
        TargetY delimited by size
        " needs more than one plan holds - plan refused, not issued"
            delimited by size
        into ReportLine
    end-string
    write ReportLine
4600-Exit.
    exit.

4700-ReportCannotTurn.
    move zero to TargetReached
    move spaces to ReportLine
    string
        "Rover " delimited by size
        RequestedRoverId delimited by size
        " target " delimited by size
        TargetX delimited by size
        " " delimited by size
        TargetY delimited by size
        " needs a turn the steering faults rule out - no instruction"
            delimited by size
        " sequence issued" delimited by size
        into ReportLine
    end-string
    write ReportLine
    display function trim(ReportLine).
4700-Exit.
    exit.

4500-ReportUnreachable.
    move spaces to ReportLine
    string
5000-IssuePlan.
    call "MarsRover" using by content "LoadState", by content spaces
    call "MarsRover" using by content "SelectRoverById", by content RequestedRoverText
    if FaultText not equal to spaces
        call "MarsRover" using by content "SetRoverFaults", by content FaultText
    end-if
    call "MarsRover" using by content "MoveRover",
        by content function trim(PlanBuffer)
    call "MarsRover" using by content "GetRoverPosition", by reference RoverPosition
