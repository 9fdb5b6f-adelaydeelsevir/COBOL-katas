identification division.
program-id. RoverRouteVariance.

*> Planned-versus-actual route variance. RoverWaypointPlanner appends
*> every plan it makes to WaypointPlanLog.dat; this run sets each
*> one against what MarsRoverAudit.dat shows the rover went on to do
*> - every command for that rover from the time of the plan up to
*> the rover's next plan, whether the planner issued it straight
*> away or it went up later through the scheduler's queues. A plan
*> is done with once the rover has entered its last cell: the
*> commands after that one are the rover's own business and are not
*> counted against the plan as extra moves or energy. The
*> plan's instructions are walked out from its start into the cells
*> it expects to enter, and those are matched in order against the
*> cells on the rover's Visited entries.
*>
*> The first cell that does not match is where the rover left the
*> plan. The refusal counted on the MoveResult entry for that
*> command - or the last refusal before it, if the rover lost its
*> way a command later - says why: a battery that could not cover
*> the move is an ENERGY STOP; a refused move into a cell of a dust
*> storm on MarsRoverEvents.dat active at that mission cycle is an
*> ENVIRONMENTAL EVENT; into a cell on the obstacle set in force it
*> is a BLOCKED MOVE; into any other cell it is a COLLISION HOLD,
*> since only another rover can have been there; a fault refusal is
*> a FAULT REFUSAL. A plan the log runs out on before the target is
*> reported as not completed. For each plan the report gives the
*> moves and energy spent over what was planned and whether the
*> rover reached the target.
*>
*> A cell where two or more plans were blocked, held or thrown off
*> is listed as a repeated variance, and one that is not on the
*> charted obstacle set is flagged as a LIKELY UNCHARTED OBSTACLE.
*> A plan made before the first entry on the audit log with nothing
*> for it on the log is skipped - its commands have most likely been
*> closed out already - so run this ahead of AuditLogHousekeeping.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
file-control.
    select MarsRoverStateFile assign to "MarsRoverState.dat"
        organization is line sequential
        file status is StateFileStatus.
    select PlanLog assign to "WaypointPlanLog.dat"
        organization is line sequential
        file status is PlanLogStatus.
    select MarsRoverAuditLog assign to "MarsRoverAudit.dat"
        organization is line sequential
        file status is AuditLogStatus.
    select MissionEvents assign to "MarsRoverEvents.dat"
        organization is line sequential
        file status is MissionEventsStatus.
    select VarianceReport assign to "RouteVarianceReport.dat"
        organization is line sequential.

data division.
file section.
    fd MarsRoverStateFile.
        01 StateLine pic x(80).

    fd PlanLog.
        copy WaypointPlanRecord.

    fd MarsRoverAuditLog.
        01 AuditLine pic x(2100).

    fd MissionEvents.
        01 MissionEventRecord.
            02 EV-FromCycle pic 9(4).
            02 filler       pic x.
            02 EV-ToCycle   pic 9(4).
            02 filler       pic x.
            02 EV-CellList  pic x(60).

    fd VarianceReport.
        01 ReportLine pic x(132).

working-storage section.
    01 StateFileStatus pic xx value spaces.
        88 StateFileNotFound value "35".
        88 EndOfStateFile value "10".
    01 PlanLogStatus pic xx value spaces.
        88 PlanLogNotFound value "35".
        88 EndOfPlanLog value "10".
    01 AuditLogStatus pic xx value spaces.
        88 AuditLogNotFound value "35".
        88 EndOfAuditLog value "10".
    01 MissionEventsStatus pic xx value spaces.
        88 MissionEventsNotFound value "35".
        88 EndOfMissionEvents value "10".

    copy GridDimensions.

    01 StateRoverCount pic 99 value zero.
    01 StateObstacleCount pic 99 value zero.
    01 StateObstacleX pic 99 value zero.
    01 StateObstacleY pic 99 value zero.
    01 ChartedObstacles pic x(400) value spaces.
    01 ChartedPointer pic 999 value 1.

    01 NumberOfEvents pic 99 value zero.
    01 StormEvents.
        02 StormEvent occurs 1 to 20 times depending on NumberOfEvents
                indexed by EventIdx.
            03 SE-FromCycle pic 9(4).
            03 SE-ToCycle   pic 9(4).
            03 SE-CellList  pic x(60).

*> One entry per plan on the log, holding the cells its
*> instructions expect to enter and what the audit log has shown of
*> the rover since.
    01 NumberOfPlans pic 99 value zero.
    01 PlansNotLoaded pic 9(4) value zero.
    01 Plans.
        02 Plan occurs 50 times indexed by PlanIdx.
            03 PN-Timestamp      pic x(14).
            03 PN-RoverId        pic 99.
            03 PN-StartX         pic 99.
            03 PN-StartY         pic 99.
            03 PN-StartOrientation pic x.
            03 PN-TargetX        pic 99.
            03 PN-TargetY        pic 99.
            03 PN-Issued         pic x.
            03 PN-PlannedMoves   pic 9(4).
            03 PN-PlannedEnergy  pic 9(4).
            03 PN-CellCount      pic 9(4).
            03 PN-Cell occurs 500 times.
                04 PN-CellX pic 99.
                04 PN-CellY pic 99.
            03 PN-Commands       pic 9(4).
            03 PN-ActualMoves    pic 9(4).
            03 PN-ActualEnergy   pic 9(4).
            03 PN-Matched        pic 9(4).
            03 PN-PositionKnown  pic 9.
            03 PN-LastX          pic 99.
            03 PN-LastY          pic 99.
            03 PN-Collisions     pic 9(4).
            03 PN-Exhausted      pic 9(4).
            03 PN-Faults         pic 9(4).
            03 PN-Deviated       pic 9.
                88 PlanWasLeft value 1.
            03 PN-DeviationCommand pic 9(4).
            03 PN-FromX          pic 99.
            03 PN-FromY          pic 99.
            03 PN-IntoX          pic 99.
            03 PN-IntoY          pic 99.
            03 PN-CauseSet       pic 9.
            03 PN-CauseCode      pic x.
                88 CauseIsBlocked     value "B".
                88 CauseIsHold        value "H".
                88 CauseIsEnergy      value "E".
                88 CauseIsEvent       value "V".
                88 CauseIsFault       value "F".
                88 CauseIsOffPlan     value "O".
                88 CauseIsNotComplete value "N".
                88 CauseIsStartAway   value "S".
                88 CauseMarksTheCell  value "B", "H", "O".
            03 PN-PendingSet     pic 9.
            03 PN-PendingCode    pic x.
            03 PN-PendingIntoX   pic 99.
            03 PN-PendingIntoY   pic 99.
            03 PN-PendingFromX   pic 99.
            03 PN-PendingFromY   pic 99.
            03 PN-Completion     pic 9.
                88 PlanWasCompleted         value 1, 2.
                88 PlanCompletedThisCommand value 1.
                88 PlanIsClosed             value 2.
    01 PlanIndex pic 99 value zero.

    01 ExpandX pic 99 value zero.
    01 ExpandY pic 99 value zero.
    01 ExpandHeading pic x value "N".
    01 ExpandIdx pic 9(4) value zero.
    01 ExpandLength pic 9(4) value zero.

    01 AuditTimestamp pic x(14) value spaces.
    01 FirstAuditTimestamp pic x(14) value spaces.
    01 CommandText pic x(20) value spaces.
    01 ParameterText pic x(2060) value spaces.
    01 CurrentRoverId pic 99 value zero.
    01 LookupRoverId pic 99 value zero.
    01 CurrentCycle pic 9(4) value zero.
    01 ObstaclesInForce pic x(2060) value spaces.
    01 ObstacleSetSeen pic 9 value zero usage binary.
    01 MoveCount pic 9(4) value zero.

    01 CellListText pic x(2060) value spaces.
    01 EnergyText pic x(10) value spaces.
    01 CellPointer pic 9(4) value 1.
    01 CellOrdinal pic 9(4) value zero.
    01 CellText pic x(6) value spaces.
    01 CellXText pic x(2) value spaces.
    01 CellYText pic x(2) value spaces.
    01 SeenX pic 99 value zero.
    01 SeenY pic 99 value zero.

    01 ResultWords.
        02 ResultWord occurs 8 times pic x(10).
    01 ResultCollisions pic 9(4) value zero.
    01 ResultExhausted pic 9(4) value zero.
    01 ResultFaults pic 9(4) value zero.

    01 ClassifyX pic 99 value zero.
    01 ClassifyY pic 99 value zero.
    01 ClassifiedCode pic x value space.
    01 CellKey pic x(5) value spaces.
    01 KeyCount pic 99 value zero.

    01 NumberOfVarianceCells pic 999 value zero.
    01 VarianceCells.
        02 VarianceCell occurs 1 to 200 times
                depending on NumberOfVarianceCells indexed by VarianceIdx.
            03 VX-XPos  pic 99.
            03 VX-YPos  pic 99.
            03 VX-Count pic 9(4).
    01 VarianceCellFound pic 999 value zero.

    01 PlansReported pic 9(4) value zero.
    01 PlansBeforeLog pic 9(4) value zero.
    01 PlansFollowed pic 9(4) value zero.
    01 PlansLeft pic 9(4) value zero.
    01 PlansNotStarted pic 9(4) value zero.
    01 TargetsMissed pic 9(4) value zero.
    01 UnchartedCells pic 9(4) value zero.

    01 CauseText pic x(52) value spaces.
    01 ExtraMoves pic s9(5) value zero.
    01 ExtraEnergy pic s9(5) value zero.
    01 SignedEdited pic ++++9.
    01 TargetText pic x(40) value spaces.

    copy BatchReturnCode.

procedure division.

0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    if BatchCompletedWithErrors
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 2000-LoadPlans thru 2000-Exit
    perform 3000-ScanAuditLog thru 3000-Exit
    perform 4000-FinishPlans thru 4000-Exit
    perform 5000-ReportPlans thru 5000-Exit
    perform 6000-ReportRepeatedCells thru 6000-Exit
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
    move BatchReturnCode to return-code
    stop run.

1000-Initialize.
    open input MarsRoverStateFile
    if StateFileNotFound
        display "RoverRouteVariance: no MarsRoverState.dat on file"
        set BatchCompletedWithErrors to true
        go to 1000-Exit
    end-if
    perform 1100-ReadStateFile thru 1100-Exit
    close MarsRoverStateFile

    perform 1200-LoadEvents thru 1200-Exit

    open output VarianceReport
    move "Route variance - waypoint plans against the audit log" to ReportLine
    write ReportLine.
1000-Exit.
    exit.

*> The grid and the charted obstacles, kept as the same "XX,YY;"
*> list SetObstacles takes, for as long as the audit log has not
*> shown the set being replaced.
1100-ReadStateFile.
    read MarsRoverStateFile into GridDimensions
        at end set EndOfStateFile to true
    end-read
    read MarsRoverStateFile
        at end set EndOfStateFile to true
    end-read
    if not EndOfStateFile
        move numval(trim(StateLine)) to StateRoverCount
    end-if
    perform StateRoverCount times
        if not EndOfStateFile
            read MarsRoverStateFile
                at end set EndOfStateFile to true
            end-read
        end-if
    end-perform

    read MarsRoverStateFile
        at end set EndOfStateFile to true
    end-read
    if not EndOfStateFile
        move numval(trim(StateLine)) to StateObstacleCount
    end-if
    perform StateObstacleCount times
        if not EndOfStateFile
            read MarsRoverStateFile
                at end set EndOfStateFile to true
                not at end
                    unstring StateLine delimited by " "
                        into StateObstacleX, StateObstacleY
                    end-unstring
                    string
                        StateObstacleX delimited by size
                        "," delimited by size
                        StateObstacleY delimited by size
                        ";" delimited by size
                        into ChartedObstacles
                        with pointer ChartedPointer
                    end-string
            end-read
        end-if
    end-perform
    move ChartedObstacles to ObstaclesInForce.
1100-Exit.
    exit.

1200-LoadEvents.
    open input MissionEvents
    if MissionEventsNotFound
        go to 1200-Exit
    end-if
    perform until EndOfMissionEvents
        read MissionEvents
            at end set EndOfMissionEvents to true
            not at end
                if NumberOfEvents is less than 20
                        and EV-FromCycle is numeric and EV-ToCycle is numeric
                    add 1 to NumberOfEvents
                    move EV-FromCycle to SE-FromCycle(NumberOfEvents)
                    move EV-ToCycle to SE-ToCycle(NumberOfEvents)
                    move EV-CellList to SE-CellList(NumberOfEvents)
                end-if
        end-read
    end-perform
    close MissionEvents.
1200-Exit.
    exit.

2000-LoadPlans.
    open input PlanLog
    if PlanLogNotFound
        go to 2000-Exit
    end-if
    perform 2100-ReadPlan thru 2100-Exit
    perform with test after until EndOfPlanLog
        if not EndOfPlanLog
            perform 2200-StorePlan thru 2200-Exit
            perform 2100-ReadPlan thru 2100-Exit
        end-if
    end-perform
    close PlanLog.
2000-Exit.
    exit.

2100-ReadPlan.
    read PlanLog
        at end set EndOfPlanLog to true
    end-read.
2100-Exit.
    exit.

2200-StorePlan.
    if WP-RoverId is not numeric or WP-PlannedMoves is not numeric
        go to 2200-Exit
    end-if
    if NumberOfPlans equal to 50
        add 1 to PlansNotLoaded
        go to 2200-Exit
    end-if

    add 1 to NumberOfPlans
    set PlanIdx to NumberOfPlans
    initialize Plan(PlanIdx)
    move WP-Timestamp to PN-Timestamp(PlanIdx)
    move WP-RoverId to PN-RoverId(PlanIdx)
    move WP-StartX to PN-StartX(PlanIdx)
    move WP-StartY to PN-StartY(PlanIdx)
    move WP-StartOrientation to PN-StartOrientation(PlanIdx)
    move WP-TargetX to PN-TargetX(PlanIdx)
    move WP-TargetY to PN-TargetY(PlanIdx)
    move WP-Issued to PN-Issued(PlanIdx)
    move WP-PlannedMoves to PN-PlannedMoves(PlanIdx)
    move WP-PlannedEnergy to PN-PlannedEnergy(PlanIdx)
    perform 2300-ExpandPlan thru 2300-Exit.
2200-Exit.
    exit.

*> Walks the instructions from the plan's start the way MoveMarsRover
*> steps, listing each cell an M enters; nothing else moves the
*> rover.
2300-ExpandPlan.
    move WP-StartX to ExpandX
    move WP-StartY to ExpandY
    move WP-StartOrientation to ExpandHeading
    move zero to ExpandLength
    inspect WP-Plan tallying ExpandLength for characters before initial space

    perform varying ExpandIdx from 1 by 1
            until ExpandIdx is greater than ExpandLength
            or PN-CellCount(PlanIdx) equal to 500
        evaluate WP-Plan(ExpandIdx:1) also ExpandHeading
            when "L" also "N" move "W" to ExpandHeading
            when "L" also "W" move "S" to ExpandHeading
            when "L" also "S" move "E" to ExpandHeading
            when "L" also "E" move "N" to ExpandHeading
            when "R" also "N" move "E" to ExpandHeading
            when "R" also "E" move "S" to ExpandHeading
            when "R" also "S" move "W" to ExpandHeading
            when "R" also "W" move "N" to ExpandHeading
            when "M" also any
                perform 2350-StepForward thru 2350-Exit
            when other
                continue
        end-evaluate
    end-perform.
2300-Exit.
    exit.

2350-StepForward.
    evaluate ExpandHeading
        when "N"
            evaluate true
                when ExpandY is less than MaxHeight add 1 to ExpandY
                when GridModeIsWrap move zero to ExpandY
                when other continue
            end-evaluate
        when "S"
            evaluate true
                when ExpandY is greater than zero subtract 1 from ExpandY
                when GridModeIsWrap move MaxHeight to ExpandY
                when other continue
            end-evaluate
        when "E"
            evaluate true
                when ExpandX is less than MaxWidth add 1 to ExpandX
                when GridModeIsWrap move zero to ExpandX
                when other continue
            end-evaluate
        when "W"
            evaluate true
                when ExpandX is greater than zero subtract 1 from ExpandX
                when GridModeIsWrap move MaxWidth to ExpandX
                when other continue
            end-evaluate
    end-evaluate
    add 1 to PN-CellCount(PlanIdx)
    move ExpandX to PN-CellX(PlanIdx, PN-CellCount(PlanIdx))
    move ExpandY to PN-CellY(PlanIdx, PN-CellCount(PlanIdx)).
2350-Exit.
    exit.

3000-ScanAuditLog.
    if NumberOfPlans equal to zero
        go to 3000-Exit
    end-if
    open input MarsRoverAuditLog
    if AuditLogNotFound
        go to 3000-Exit
    end-if

    perform 3050-ReadAuditLine thru 3050-Exit
    if not EndOfAuditLog
        move AuditLine(1:14) to FirstAuditTimestamp
    end-if
    perform with test after until EndOfAuditLog
        if not EndOfAuditLog
            perform 3100-TakeAuditLine thru 3100-Exit
            perform 3050-ReadAuditLine thru 3050-Exit
        end-if
    end-perform
    close MarsRoverAuditLog.
3000-Exit.
    exit.

3050-ReadAuditLine.
    read MarsRoverAuditLog
        at end set EndOfAuditLog to true
    end-read.
3050-Exit.
    exit.

3100-TakeAuditLine.
    move AuditLine(1:14) to AuditTimestamp
    move spaces to CommandText
    move spaces to ParameterText
    unstring AuditLine(17:) delimited by "  "
        into CommandText, ParameterText
    end-unstring

    evaluate trim(CommandText)
        when "SelectRoverById"
            if ParameterText(1:2) is numeric
                move ParameterText(1:2) to CurrentRoverId
            else
                move zero to CurrentRoverId
            end-if
        when "SelectRover"
            move zero to CurrentRoverId
        when "SetMissionCycle"
            if ParameterText(1:4) is numeric
                move ParameterText(1:4) to CurrentCycle
            end-if
        when "SetObstacles"
            move ParameterText to ObstaclesInForce
            move 1 to ObstacleSetSeen
        when "MoveRover"
            move CurrentRoverId to LookupRoverId
            perform 3200-FindActivePlan thru 3200-Exit
            if PlanIndex is greater than zero
                    and PlanWasCompleted(PlanIndex)
                move 2 to PN-Completion(PlanIndex)
                move zero to PlanIndex
            end-if
            if PlanIndex is greater than zero
                add 1 to PN-Commands(PlanIndex)
                move zero to MoveCount
                inspect ParameterText tallying MoveCount for all "M"
                add MoveCount to PN-ActualMoves(PlanIndex)
            end-if
        when "Visited"
            if ParameterText(7:2) is numeric
                move ParameterText(7:2) to LookupRoverId
                perform 3200-FindActivePlan thru 3200-Exit
                if PlanIndex is greater than zero
                        and PlanWasCompleted(PlanIndex)
                    move zero to PlanIndex
                end-if
                if PlanIndex is greater than zero
                    perform 3300-TakeVisited thru 3300-Exit
                end-if
            end-if
        when "MoveResult"
            if ParameterText(7:2) is numeric
                move ParameterText(7:2) to LookupRoverId
                perform 3200-FindActivePlan thru 3200-Exit
                if PlanIndex is greater than zero
                        and PlanIsClosed(PlanIndex)
                    move zero to PlanIndex
                end-if
                if PlanIndex is greater than zero
                    perform 3500-TakeMoveResult thru 3500-Exit
                end-if
            end-if
        when other
            continue
    end-evaluate.
3100-Exit.
    exit.

*> The plan in force for a rover at this entry is its latest plan
*> made at or before the entry's time. Once the rover has entered
*> the plan's last cell only the rest of that command - its
*> MoveResult - still belongs to the plan; the next command closes
*> it and nothing after is the plan's.
3200-FindActivePlan.
    move zero to PlanIndex
    if LookupRoverId equal to zero
        go to 3200-Exit
    end-if
    perform varying PlanIdx from 1 by 1 until PlanIdx is greater than NumberOfPlans
        if PN-RoverId(PlanIdx) equal to LookupRoverId
                and PN-Timestamp(PlanIdx) is not greater than AuditTimestamp
            set PlanIndex to PlanIdx
        end-if
    end-perform.
3200-Exit.
    exit.

3300-TakeVisited.
    move spaces to CellListText
    move spaces to EnergyText
    unstring ParameterText(10:) delimited by " energy "
        into CellListText, EnergyText
    end-unstring
    if EnergyText(1:4) is numeric
        add numval(EnergyText(1:4)) to PN-ActualEnergy(PlanIndex)
    end-if

    move 1 to CellPointer
    move zero to CellOrdinal
    perform until CellPointer is greater than 2050
            or CellListText(CellPointer:1) equal to space
            or PlanWasCompleted(PlanIndex)
        move spaces to CellText
        unstring CellListText delimited by ";"
            into CellText
            with pointer CellPointer
        end-unstring
        move spaces to CellXText
        move spaces to CellYText
        unstring CellText delimited by ","
            into CellXText, CellYText
        end-unstring
        if CellXText is numeric and CellYText is numeric
            add 1 to CellOrdinal
            move CellXText to SeenX
            move CellYText to SeenY
            perform 3400-TakeOneCell thru 3400-Exit
        end-if
    end-perform.
3300-Exit.
    exit.

*> The first cell of an entry is where the command began. Only the
*> very first command after the plan is checked against the plan's
*> start - later entries begin wherever the last one left off. The
*> cell that matches the plan's last one completes the plan, and the
*> rover's position is left there for the report.
3400-TakeOneCell.
    if CellOrdinal equal to 1
        if PN-PositionKnown(PlanIndex) equal to zero
            move 1 to PN-PositionKnown(PlanIndex)
            if (SeenX not equal to PN-StartX(PlanIndex)
                    or SeenY not equal to PN-StartY(PlanIndex))
                    and PN-CellCount(PlanIndex) is greater than zero
                move 1 to PN-Deviated(PlanIndex)
                move PN-Commands(PlanIndex) to PN-DeviationCommand(PlanIndex)
                move SeenX to PN-FromX(PlanIndex)
                move SeenY to PN-FromY(PlanIndex)
                move PN-CellX(PlanIndex, 1) to PN-IntoX(PlanIndex)
                move PN-CellY(PlanIndex, 1) to PN-IntoY(PlanIndex)
                move "S" to PN-CauseCode(PlanIndex)
                move 1 to PN-CauseSet(PlanIndex)
            end-if
            if PN-Deviated(PlanIndex) equal to zero
                    and PN-CellCount(PlanIndex) equal to zero
                move 1 to PN-Completion(PlanIndex)
            end-if
        end-if
        move SeenX to PN-LastX(PlanIndex)
        move SeenY to PN-LastY(PlanIndex)
        go to 3400-Exit
    end-if

    if PN-Deviated(PlanIndex) equal to zero
            and PN-Matched(PlanIndex) is less than PN-CellCount(PlanIndex)
        if SeenX equal to PN-CellX(PlanIndex, PN-Matched(PlanIndex) + 1)
                and SeenY equal to PN-CellY(PlanIndex, PN-Matched(PlanIndex) + 1)
            add 1 to PN-Matched(PlanIndex)
            move zero to PN-PendingSet(PlanIndex)
            if PN-Matched(PlanIndex) equal to PN-CellCount(PlanIndex)
                move 1 to PN-Completion(PlanIndex)
            end-if
        else
            perform 3450-LeaveThePlan thru 3450-Exit
        end-if
    end-if
    move SeenX to PN-LastX(PlanIndex)
    move SeenY to PN-LastY(PlanIndex).
3400-Exit.
    exit.

*> A refusal already seen since the last cell on the plan explains
*> the departure; otherwise the MoveResult entry that follows this
*> command's Visited entry may, and failing that the commands simply
*> took the rover somewhere the plan did not.
3450-LeaveThePlan.
    move 1 to PN-Deviated(PlanIndex)
    move PN-Commands(PlanIndex) to PN-DeviationCommand(PlanIndex)
    if PN-PendingSet(PlanIndex) equal to 1
        move PN-PendingFromX(PlanIndex) to PN-FromX(PlanIndex)
        move PN-PendingFromY(PlanIndex) to PN-FromY(PlanIndex)
        move PN-PendingIntoX(PlanIndex) to PN-IntoX(PlanIndex)
        move PN-PendingIntoY(PlanIndex) to PN-IntoY(PlanIndex)
        move PN-PendingCode(PlanIndex) to PN-CauseCode(PlanIndex)
        move 1 to PN-CauseSet(PlanIndex)
    else
        move PN-LastX(PlanIndex) to PN-FromX(PlanIndex)
        move PN-LastY(PlanIndex) to PN-FromY(PlanIndex)
        move PN-CellX(PlanIndex, PN-Matched(PlanIndex) + 1) to PN-IntoX(PlanIndex)
        move PN-CellY(PlanIndex, PN-Matched(PlanIndex) + 1) to PN-IntoY(PlanIndex)
        move "O" to PN-CauseCode(PlanIndex)
        move zero to PN-CauseSet(PlanIndex)
    end-if.
3450-Exit.
    exit.

*> "rover RR collisions NNNN exhausted NNNN faults NNNN"
3500-TakeMoveResult.
    move spaces to ResultWords
    unstring ParameterText delimited by all " "
        into ResultWord(1), ResultWord(2), ResultWord(3), ResultWord(4),
            ResultWord(5), ResultWord(6), ResultWord(7), ResultWord(8)
    end-unstring
    move zero to ResultCollisions
    move zero to ResultExhausted
    move zero to ResultFaults
    if ResultWord(4)(1:4) is numeric
        move ResultWord(4)(1:4) to ResultCollisions
    end-if
    if ResultWord(6)(1:4) is numeric
        move ResultWord(6)(1:4) to ResultExhausted
    end-if
    if ResultWord(8)(1:4) is numeric
        move ResultWord(8)(1:4) to ResultFaults
    end-if
    add ResultCollisions to PN-Collisions(PlanIndex)
    add ResultExhausted to PN-Exhausted(PlanIndex)
    add ResultFaults to PN-Faults(PlanIndex)

    if PN-Deviated(PlanIndex) equal to 1
        if PN-CauseSet(PlanIndex) equal to zero
                and PN-DeviationCommand(PlanIndex) equal to PN-Commands(PlanIndex)
            move PN-IntoX(PlanIndex) to ClassifyX
            move PN-IntoY(PlanIndex) to ClassifyY
            perform 3600-ClassifyRefusal thru 3600-Exit
            move ClassifiedCode to PN-CauseCode(PlanIndex)
            move 1 to PN-CauseSet(PlanIndex)
        end-if
        go to 3500-Exit
    end-if

    if PN-Matched(PlanIndex) is less than PN-CellCount(PlanIndex)
        move PN-CellX(PlanIndex, PN-Matched(PlanIndex) + 1) to ClassifyX
        move PN-CellY(PlanIndex, PN-Matched(PlanIndex) + 1) to ClassifyY
        perform 3600-ClassifyRefusal thru 3600-Exit
        move ClassifiedCode to PN-PendingCode(PlanIndex)
        move ClassifyX to PN-PendingIntoX(PlanIndex)
        move ClassifyY to PN-PendingIntoY(PlanIndex)
        move PN-LastX(PlanIndex) to PN-PendingFromX(PlanIndex)
        move PN-LastY(PlanIndex) to PN-PendingFromY(PlanIndex)
        move 1 to PN-PendingSet(PlanIndex)
    end-if.
3500-Exit.
    exit.

3600-ClassifyRefusal.
    move spaces to CellKey
    string
        ClassifyX delimited by size
        "," delimited by size
        ClassifyY delimited by size
        into CellKey
    end-string

    evaluate true
        when ResultCollisions is greater than zero
            perform 3650-InActiveStorm thru 3650-Exit
            if KeyCount is greater than zero
                move "V" to ClassifiedCode
                go to 3600-Exit
            end-if
            move zero to KeyCount
            inspect ObstaclesInForce tallying KeyCount for all CellKey
            if KeyCount is greater than zero
                move "B" to ClassifiedCode
            else
                move "H" to ClassifiedCode
            end-if
        when ResultExhausted is greater than zero
            move "E" to ClassifiedCode
        when other
            move "F" to ClassifiedCode
    end-evaluate.
3600-Exit.
    exit.

*> With no mission cycle on the log every storm on file counts.
3650-InActiveStorm.
    move zero to KeyCount
    perform varying EventIdx from 1 by 1 until EventIdx is greater than NumberOfEvents
        if CurrentCycle equal to zero
                or (CurrentCycle is not less than SE-FromCycle(EventIdx)
                    and CurrentCycle is not greater than SE-ToCycle(EventIdx))
            inspect SE-CellList(EventIdx) tallying KeyCount for all CellKey
        end-if
    end-perform.
3650-Exit.
    exit.

*> A plan the log runs out on short of its last cell has been left
*> where it stopped - for the last refusal seen, or because no more
*> commands came.
4000-FinishPlans.
    perform varying PlanIdx from 1 by 1 until PlanIdx is greater than NumberOfPlans
        if PN-Deviated(PlanIdx) equal to zero
                and PN-PositionKnown(PlanIdx) equal to 1
                and PN-Matched(PlanIdx) is less than PN-CellCount(PlanIdx)
            set PlanIndex to PlanIdx
            move 1 to PN-Deviated(PlanIdx)
            if PN-PendingSet(PlanIdx) equal to 1
                move PN-PendingFromX(PlanIdx) to PN-FromX(PlanIdx)
                move PN-PendingFromY(PlanIdx) to PN-FromY(PlanIdx)
                move PN-PendingIntoX(PlanIdx) to PN-IntoX(PlanIdx)
                move PN-PendingIntoY(PlanIdx) to PN-IntoY(PlanIdx)
                move PN-PendingCode(PlanIdx) to PN-CauseCode(PlanIdx)
            else
                move PN-LastX(PlanIdx) to PN-FromX(PlanIdx)
                move PN-LastY(PlanIdx) to PN-FromY(PlanIdx)
                move PN-CellX(PlanIdx, PN-Matched(PlanIdx) + 1) to PN-IntoX(PlanIdx)
                move PN-CellY(PlanIdx, PN-Matched(PlanIdx) + 1) to PN-IntoY(PlanIdx)
                move "N" to PN-CauseCode(PlanIdx)
            end-if
            move 1 to PN-CauseSet(PlanIdx)
        end-if
        if PlanWasLeft(PlanIdx) and CauseMarksTheCell(PlanIdx)
            perform 4100-TallyVarianceCell thru 4100-Exit
        end-if
    end-perform.
4000-Exit.
    exit.

4100-TallyVarianceCell.
    move zero to VarianceCellFound
    perform varying VarianceIdx from 1 by 1
            until VarianceIdx is greater than NumberOfVarianceCells
        if VX-XPos(VarianceIdx) equal to PN-IntoX(PlanIdx)
                and VX-YPos(VarianceIdx) equal to PN-IntoY(PlanIdx)
            set VarianceCellFound to VarianceIdx
        end-if
    end-perform
    if VarianceCellFound equal to zero
        if NumberOfVarianceCells equal to 200
            go to 4100-Exit
        end-if
        add 1 to NumberOfVarianceCells
        move NumberOfVarianceCells to VarianceCellFound
        move PN-IntoX(PlanIdx) to VX-XPos(VarianceCellFound)
        move PN-IntoY(PlanIdx) to VX-YPos(VarianceCellFound)
        move zero to VX-Count(VarianceCellFound)
    end-if
    add 1 to VX-Count(VarianceCellFound).
4100-Exit.
    exit.

5000-ReportPlans.
    if NumberOfPlans equal to zero
        move "(no plans on WaypointPlanLog.dat)" to ReportLine
        write ReportLine
        go to 5000-Exit
    end-if
    perform varying PlanIdx from 1 by 1 until PlanIdx is greater than NumberOfPlans
        if PN-Commands(PlanIdx) equal to zero
                and PN-PositionKnown(PlanIdx) equal to zero
                and (PN-Timestamp(PlanIdx) is less than FirstAuditTimestamp
                    or FirstAuditTimestamp equal to spaces)
            add 1 to PlansBeforeLog
        else
            perform 5100-ReportOnePlan thru 5100-Exit
        end-if
    end-perform.
5000-Exit.
    exit.

5100-ReportOnePlan.
    add 1 to PlansReported
    move spaces to ReportLine
    write ReportLine
    move spaces to ReportLine
    string
        "Plan " delimited by size
        PN-Timestamp(PlanIdx) delimited by size
        "  rover " delimited by size
        PN-RoverId(PlanIdx) delimited by size
        "  from " delimited by size
        PN-StartX(PlanIdx) delimited by size
        " " delimited by size
        PN-StartY(PlanIdx) delimited by size
        " " delimited by size
        PN-StartOrientation(PlanIdx) delimited by size
        "  to " delimited by size
        PN-TargetX(PlanIdx) delimited by size
        " " delimited by size
        PN-TargetY(PlanIdx) delimited by size
        "  planned " delimited by size
        PN-PlannedMoves(PlanIdx) delimited by size
        " move(s), energy " delimited by size
        PN-PlannedEnergy(PlanIdx) delimited by size
        into ReportLine
    end-string
    if PN-Issued(PlanIdx) equal to "Y"
        move "(issued)" to ReportLine(101:8)
    end-if
    write ReportLine

    if PN-PositionKnown(PlanIdx) equal to zero and PN-Commands(PlanIdx) equal to zero
        add 1 to PlansNotStarted
        move "  NOT STARTED - no commands for the rover on the log since the plan"
            to ReportLine
        write ReportLine
        go to 5100-Exit
    end-if

    compute ExtraMoves = PN-ActualMoves(PlanIdx) - PN-PlannedMoves(PlanIdx)
    compute ExtraEnergy = PN-ActualEnergy(PlanIdx) - PN-PlannedEnergy(PlanIdx)
    move spaces to TargetText
    if PlanWasCompleted(PlanIdx)
            or (PN-LastX(PlanIdx) equal to PN-TargetX(PlanIdx)
                and PN-LastY(PlanIdx) equal to PN-TargetY(PlanIdx))
        move "target REACHED" to TargetText
    else
        add 1 to TargetsMissed
        string
            "target NOT REACHED - rover last at " delimited by size
            PN-LastX(PlanIdx) delimited by size
            " " delimited by size
            PN-LastY(PlanIdx) delimited by size
            into TargetText
        end-string
    end-if
    move spaces to ReportLine
    string
        "  actual " delimited by size
        PN-ActualMoves(PlanIdx) delimited by size
        " move(s), energy " delimited by size
        PN-ActualEnergy(PlanIdx) delimited by size
        into ReportLine
    end-string
    move "extra moves" to ReportLine(40:11)
    move ExtraMoves to SignedEdited
    move SignedEdited to ReportLine(52:5)
    move "extra energy" to ReportLine(59:12)
    move ExtraEnergy to SignedEdited
    move SignedEdited to ReportLine(72:5)
    move TargetText to ReportLine(80:40)
    write ReportLine

*> Refusals the rover got past and carried on with the plan still
*> cost moves and energy, so they are shown even on a plan followed.
    if PN-Collisions(PlanIdx) is greater than zero
            or PN-Exhausted(PlanIdx) is greater than zero
            or PN-Faults(PlanIdx) is greater than zero
        move spaces to ReportLine
        string
            "  refusals on the way: collisions " delimited by size
            PN-Collisions(PlanIdx) delimited by size
            ", battery " delimited by size
            PN-Exhausted(PlanIdx) delimited by size
            ", faults " delimited by size
            PN-Faults(PlanIdx) delimited by size
            into ReportLine
        end-string
        write ReportLine
    end-if

    if not PlanWasLeft(PlanIdx)
        add 1 to PlansFollowed
        move "  followed the plan" to ReportLine
        write ReportLine
        go to 5100-Exit
    end-if

    add 1 to PlansLeft
    perform 5200-CauseText thru 5200-Exit
    move spaces to ReportLine
    string
        "  LEFT THE PLAN at " delimited by size
        PN-FromX(PlanIdx) delimited by size
        " " delimited by size
        PN-FromY(PlanIdx) delimited by size
        " into " delimited by size
        PN-IntoX(PlanIdx) delimited by size
        " " delimited by size
        PN-IntoY(PlanIdx) delimited by size
        " after " delimited by size
        PN-Matched(PlanIdx) delimited by size
        "/" delimited by size
        PN-CellCount(PlanIdx) delimited by size
        " planned cell(s): " delimited by size
        CauseText delimited by "  "
        into ReportLine
    end-string
    write ReportLine.
5100-Exit.
    exit.

5200-CauseText.
    evaluate true
        when CauseIsBlocked(PlanIdx)
            move "BLOCKED MOVE - obstacle in the way" to CauseText
        when CauseIsHold(PlanIdx)
            move "COLLISION HOLD - cell held by another rover" to CauseText
        when CauseIsEnergy(PlanIdx)
            move "ENERGY STOP - battery could not cover the move" to CauseText
        when CauseIsEvent(PlanIdx)
            move "ENVIRONMENTAL EVENT - dust storm" to CauseText
        when CauseIsFault(PlanIdx)
            move "FAULT REFUSAL" to CauseText
        when CauseIsNotComplete(PlanIdx)
            move "PLAN NOT COMPLETED - log ends short of the target" to CauseText
        when CauseIsStartAway(PlanIdx)
            move "STARTED AWAY FROM THE PLANNED START" to CauseText
        when other
            move "OFF PLAN - commands differ from the plan" to CauseText
    end-evaluate.
5200-Exit.
    exit.

*> Only cells where moves were refused or went astray count - an
*> energy stop or a fault says nothing about the ground.
6000-ReportRepeatedCells.
    move spaces to ReportLine
    write ReportLine
    move "Repeated variance cells" to ReportLine
    write ReportLine

    move zero to KeyCount
    perform varying VarianceIdx from 1 by 1
            until VarianceIdx is greater than NumberOfVarianceCells
        if VX-Count(VarianceIdx) is greater than 1
            perform 6100-ReportOneCell thru 6100-Exit
        end-if
    end-perform
    if KeyCount equal to zero
        move "  none" to ReportLine
        write ReportLine
    end-if.
6000-Exit.
    exit.

6100-ReportOneCell.
    add 1 to KeyCount
    move spaces to CellKey
    string
        VX-XPos(VarianceIdx) delimited by size
        "," delimited by size
        VX-YPos(VarianceIdx) delimited by size
        into CellKey
    end-string
    move spaces to ReportLine
    string
        "  cell " delimited by size
        VX-XPos(VarianceIdx) delimited by size
        " " delimited by size
        VX-YPos(VarianceIdx) delimited by size
        "  " delimited by size
        VX-Count(VarianceIdx) delimited by size
        " plan(s) left here" delimited by size
        into ReportLine
    end-string
    move zero to ExpandLength
    inspect ChartedObstacles tallying ExpandLength for all CellKey
    if ExpandLength is greater than zero
        move "charted obstacle - plans made before it was charted" to ReportLine(45:52)
    else
        add 1 to UnchartedCells
        move "LIKELY UNCHARTED OBSTACLE" to ReportLine(45:25)
    end-if
    write ReportLine.
6100-Exit.
    exit.

8000-SetReturnCode.
    if PlansLeft is greater than zero or TargetsMissed is greater than zero
            or UnchartedCells is greater than zero or PlansNotLoaded is greater than zero
        set BatchCompletedWithWarnings to true
    else
        set BatchCompletedNormally to true
    end-if
    display "RoverRouteVariance: " PlansReported " plan(s) compared, "
        PlansFollowed " followed, " PlansLeft " left the plan, "
        PlansNotStarted " not started, " TargetsMissed " target(s) missed, "
        UnchartedCells " likely uncharted obstacle(s), "
        PlansBeforeLog " plan(s) older than the log".
8000-Exit.
    exit.

9000-Terminate.
    close VarianceReport.
9000-Exit.
    exit.

end program RoverRouteVariance.
