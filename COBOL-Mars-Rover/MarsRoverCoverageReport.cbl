identification division.
program-id. MarsRoverCoverageReport.

*> Weekly exploration-coverage figures for mission planning: how
*> much of the grid the fleet has actually visited, and where the
*> unexplored pockets are. The in-memory trail the MarsRover module
*> keeps does not outlive a run and the audit log is closed out every
*> night, so this run keeps its own cumulative master of visited
*> cells, MarsRoverVisitedCells.dat (one "RR XX YY" line per rover
*> per cell), and adds to it every cell named on the Visited entries
*> of MarsRoverAudit.dat plus each rover's position on
*> MarsRoverState.dat. Run it ahead of AuditLogHousekeeping so no
*> day's entries are missed; running it twice over the same log
*> changes nothing.
*>
*> Obstacle cells, and any cell the obstacles wall off from every
*> rover, are not reachable and are left out of the figures. The
*> report gives the percent of reachable cells visited per rover and
*> for the fleet, then lists each contiguous unvisited region -
*> largest first - with its size, extent and the nearest rover on
*> the state file, by moves on the grid (a wrapping grid measures
*> the short way round). Every run appends its figures to
*> MarsRoverCoverageHistory.dat and sets them against the latest
*> figures on file from at least a week before, so the report shows
*> the week-over-week change.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
file-control.
    select MarsRoverStateFile assign to "MarsRoverState.dat"
        organization is line sequential
        file status is StateFileStatus.
    select MarsRoverAuditLog assign to "MarsRoverAudit.dat"
        organization is line sequential
        file status is AuditLogStatus.
    select VisitedCells assign to "MarsRoverVisitedCells.dat"
        organization is line sequential
        file status is VisitedCellsStatus.
    select CoverageHistory assign to "MarsRoverCoverageHistory.dat"
        organization is line sequential
        file status is CoverageHistoryStatus.
    select CoverageReport assign to "MarsRoverCoverageReportOut.dat"
        organization is line sequential.

data division.
file section.
    fd MarsRoverStateFile.
        01 StateLine pic x(80).

    fd MarsRoverAuditLog.
        01 AuditLine pic x(2100).

    fd VisitedCells.
        01 VisitedCellRecord.
            02 VC-RoverId pic 99.
            02 filler     pic x.
            02 VC-XPos    pic 99.
            02 filler     pic x.
            02 VC-YPos    pic 99.

    fd CoverageHistory.
        01 CoverageHistoryRecord.
            02 CH-RunDate   pic 9(8).
            02 filler       pic x.
            02 CH-Subject   pic x(5).
                88 HistoryIsFleet value "FLEET".
            02 filler       pic x.
            02 CH-Visited   pic 9(5).
            02 filler       pic x.
            02 CH-Reachable pic 9(5).

    fd CoverageReport.
        01 ReportLine pic x(132).

working-storage section.
    01 StateFileStatus pic xx value spaces.
        88 StateFileNotFound value "35".
        88 EndOfStateFile value "10".
    01 AuditLogStatus pic xx value spaces.
        88 AuditLogNotFound value "35".
        88 EndOfAuditLog value "10".
    01 VisitedCellsStatus pic xx value spaces.
        88 VisitedCellsNotFound value "35".
        88 EndOfVisitedCells value "10".
    01 CoverageHistoryStatus pic xx value spaces.
        88 CoverageHistoryNotFound value "35".
        88 EndOfCoverageHistory value "10".

    copy GridDimensions.

    01 NumberOfObstacles pic 99 value zero.
    01 ObstacleX pic 99 value zero.
    01 ObstacleY pic 99 value zero.
    01 RoversOnState pic 99 value zero.
    01 StateRoverId pic 99 value zero.
    01 StateRoverX pic 99 value zero.
    01 StateRoverY pic 99 value zero.

*> One slot per rover seen on the state file, the master or the
*> audit log; only rovers on the state file have a position to
*> measure an unexplored region from.
    01 NumberOfSlots pic 99 value zero.
    01 RoverSlots.
        02 RoverSlot occurs 1 to 20 times depending on NumberOfSlots
                indexed by SlotIdx.
            03 RS-RoverId     pic 99.
            03 RS-OnState     pic 9.
                88 RoverIsOnState value 1.
            03 RS-XPos        pic 99.
            03 RS-YPos        pic 99.
            03 RS-Visited     pic 9(5).
            03 RS-WeekDate    pic 9(8).
            03 RS-WeekVisited pic 9(5).
            03 RS-WeekReachable pic 9(5).
    01 SlotRoverId pic 99 value zero.
    01 SlotIndex pic 99 value zero.
    01 RoversNotTracked pic 9(4) value zero.

    01 CoverageGrid.
        02 CoverageRow occurs 100 times.
            03 CoverageCell occurs 100 times.
                04 CG-Obstacle      pic 9.
                04 CG-Reachable     pic 9.
                04 CG-FleetVisited  pic 9.
                04 CG-Region        pic 9(4).
                04 CG-VisitedBy     pic x(20).
    01 CellRow pic 999 value zero.
    01 CellCol pic 999 value zero.

    01 MarkX pic 99 value zero.
    01 MarkY pic 99 value zero.
    01 CellsOffGrid pic 9(5) value zero.

    01 CommandText pic x(20) value spaces.
    01 ParameterText pic x(2060) value spaces.
    01 CellPointer pic 9(4) value 1.
    01 CellText pic x(6) value spaces.
    01 CellXText pic x(2) value spaces.
    01 CellYText pic x(2) value spaces.
    01 VisitedEntriesRead pic 9(6) value zero.

*> The flood fill works one queue of cells at a time: first from
*> every rover to find what is reachable, then once for each region
*> of reachable cells nobody has visited.
    01 FillQueue.
        02 FillEntry occurs 10000 times indexed by FillIdx.
            03 FQ-XPos pic 99.
            03 FQ-YPos pic 99.
    01 FillHead pic 9(5) value zero.
    01 FillTail pic 9(5) value zero.
    01 FillMode pic x value space.
        88 FillingReachable value "R".
        88 FillingRegion value "U".
    01 FillX pic 99 value zero.
    01 FillY pic 99 value zero.
    01 NeighbourX pic 99 value zero.
    01 NeighbourY pic 99 value zero.
    01 NeighbourDirection pic 9 value zero.
    01 NeighbourValid pic 9 value zero usage binary.

    01 NumberOfRegions pic 999 value zero.
    01 Regions.
        02 Region occurs 1 to 200 times depending on NumberOfRegions
                indexed by RegionIdx.
            03 RG-Size      pic 9(5).
            03 RG-MinX      pic 99.
            03 RG-MaxX      pic 99.
            03 RG-MinY      pic 99.
            03 RG-MaxY      pic 99.
            03 RG-Nearest   pic 99.
            03 RG-Distance  pic 9(4).
            03 RG-Printed   pic 9.
    01 CurrentRegion pic 9(4) value zero.
    01 RegionsNotListed pic 9(4) value zero.
    01 CellsNotListed pic 9(5) value zero.
    01 LargestIndex pic 999 value zero.
    01 LargestSize pic 9(5) value zero.
    01 RegionsPrinted pic 999 value zero.
    01 GridSpan pic 999 value zero.
    01 DistanceX pic 999 value zero.
    01 DistanceY pic 999 value zero.
    01 CellDistance pic 9(4) value zero.

    01 TotalCells pic 9(5) value zero.
    01 ObstacleCells pic 9(5) value zero.
    01 ReachableCells pic 9(5) value zero.
    01 FleetVisitedCells pic 9(5) value zero.
    01 FleetWeekDate pic 9(8) value zero.
    01 FleetWeekVisited pic 9(5) value zero.
    01 FleetWeekReachable pic 9(5) value zero.

    01 RunDate pic 9(8) value zero.
    01 WeekAgoDate pic 9(8) value zero.

    01 FigureVisited pic 9(5) value zero.
    01 FigureReachable pic 9(5) value zero.
    01 FigureWeekDate pic 9(8) value zero.
    01 FigureWeekVisited pic 9(5) value zero.
    01 FigureWeekReachable pic 9(5) value zero.
    01 FigureLabel pic x(8) value spaces.
    01 CoveragePercent pic 999v9 value zero.
    01 CurrentPercent pic 999v9 value zero.
    01 PercentChange pic s999v9 value zero.
    01 PercentEdited pic zz9.9.
    01 ChangeEdited pic +++9.9.
    01 MovesEdited pic zzz9.
    01 CountEdited pic zzzz9.

    copy BatchReturnCode.

procedure division.

0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    if BatchCompletedWithErrors
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 2000-LoadVisitedMaster thru 2000-Exit
    perform 2500-ScanAuditLog thru 2500-Exit
    perform 3000-FindReachable thru 3000-Exit
    perform 3500-CountCoverage thru 3500-Exit
    perform 4000-FindRegions thru 4000-Exit
    perform 5000-ReadWeekBefore thru 5000-Exit
    perform 6000-WriteReport thru 6000-Exit
    perform 7000-AppendHistory thru 7000-Exit
    perform 7500-RewriteVisitedMaster thru 7500-Exit
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
    move BatchReturnCode to return-code
    stop run.

1000-Initialize.
    move current-date(1:8) to RunDate
    compute WeekAgoDate = date-of-integer(integer-of-date(RunDate) - 7)

    open input MarsRoverStateFile
    if StateFileNotFound
        display "MarsRoverCoverageReport: no MarsRoverState.dat on file"
        set BatchCompletedWithErrors to true
        go to 1000-Exit
    end-if

    read MarsRoverStateFile into GridDimensions
        at end set EndOfStateFile to true
    end-read
    initialize CoverageGrid
    compute TotalCells = (MaxWidth + 1) * (MaxHeight + 1)

    read MarsRoverStateFile
        at end set EndOfStateFile to true
    end-read
    if not EndOfStateFile
        move numval(trim(StateLine)) to RoversOnState
    end-if
    perform 1100-ReadStateRover thru 1100-Exit
        RoversOnState times

    read MarsRoverStateFile
        at end set EndOfStateFile to true
    end-read
    if not EndOfStateFile
        move numval(trim(StateLine)) to NumberOfObstacles
    end-if
    perform 1200-ReadStateObstacle thru 1200-Exit
        NumberOfObstacles times
    close MarsRoverStateFile

    open output CoverageReport.
1000-Exit.
    exit.

*> A rover's own cell is visited by it whether or not the audit log
*> still shows how it got there.
1100-ReadStateRover.
    if EndOfStateFile
        go to 1100-Exit
    end-if
    read MarsRoverStateFile
        at end
            set EndOfStateFile to true
            go to 1100-Exit
    end-read
    unstring StateLine delimited by " "
        into StateRoverId, StateRoverX, StateRoverY
    end-unstring

    move StateRoverId to SlotRoverId
    perform 3100-FindSlot thru 3100-Exit
    if SlotIndex equal to zero
        go to 1100-Exit
    end-if
    move 1 to RS-OnState(SlotIndex)
    move StateRoverX to RS-XPos(SlotIndex)
    move StateRoverY to RS-YPos(SlotIndex)
    move StateRoverX to MarkX
    move StateRoverY to MarkY
    perform 3200-MarkVisited thru 3200-Exit.
1100-Exit.
    exit.

1200-ReadStateObstacle.
    if EndOfStateFile
        go to 1200-Exit
    end-if
    read MarsRoverStateFile
        at end
            set EndOfStateFile to true
            go to 1200-Exit
    end-read
    unstring StateLine delimited by " "
        into ObstacleX, ObstacleY
    end-unstring
    if ObstacleX is not greater than MaxWidth
            and ObstacleY is not greater than MaxHeight
        move 1 to CG-Obstacle(ObstacleY + 1, ObstacleX + 1)
    end-if.
1200-Exit.
    exit.

2000-LoadVisitedMaster.
    open input VisitedCells
    if VisitedCellsNotFound
        go to 2000-Exit
    end-if

    perform 2100-ReadVisitedCell thru 2100-Exit
    perform with test after until EndOfVisitedCells
        if not EndOfVisitedCells
            move VC-RoverId to SlotRoverId
            perform 3100-FindSlot thru 3100-Exit
            move VC-XPos to MarkX
            move VC-YPos to MarkY
            perform 3200-MarkVisited thru 3200-Exit
            perform 2100-ReadVisitedCell thru 2100-Exit
        end-if
    end-perform
    close VisitedCells.
2000-Exit.
    exit.

2100-ReadVisitedCell.
    read VisitedCells
        at end set EndOfVisitedCells to true
    end-read.
2100-Exit.
    exit.

*> Visited entries read "rover RR XX,YY;XX,YY;... energy NNNN" - the
*> first cell is where the command started.
2500-ScanAuditLog.
    open input MarsRoverAuditLog
    if AuditLogNotFound
        go to 2500-Exit
    end-if

    perform 2600-ReadAuditLine thru 2600-Exit
    perform with test after until EndOfAuditLog
        if not EndOfAuditLog
            perform 2700-TakeVisitedEntry thru 2700-Exit
            perform 2600-ReadAuditLine thru 2600-Exit
        end-if
    end-perform
    close MarsRoverAuditLog.
2500-Exit.
    exit.

2600-ReadAuditLine.
    read MarsRoverAuditLog
        at end set EndOfAuditLog to true
    end-read.
2600-Exit.
    exit.

2700-TakeVisitedEntry.
    move spaces to CommandText
    move spaces to ParameterText
    unstring AuditLine(17:) delimited by "  "
        into CommandText, ParameterText
    end-unstring
    if trim(CommandText) not equal to "Visited"
        go to 2700-Exit
    end-if
    if ParameterText(1:6) not equal to "rover " or ParameterText(7:2) is not numeric
        go to 2700-Exit
    end-if

    add 1 to VisitedEntriesRead
    move ParameterText(7:2) to SlotRoverId
    perform 3100-FindSlot thru 3100-Exit
    move 10 to CellPointer
    perform until CellPointer is greater than 2060
            or ParameterText(CellPointer:1) equal to space
        move spaces to CellText
        unstring ParameterText delimited by ";"
            into CellText
            with pointer CellPointer
        end-unstring
        move spaces to CellXText
        move spaces to CellYText
        unstring CellText delimited by ","
            into CellXText, CellYText
        end-unstring
        if CellXText is numeric and CellYText is numeric
            move CellXText to MarkX
            move CellYText to MarkY
            perform 3200-MarkVisited thru 3200-Exit
        end-if
    end-perform.
2700-Exit.
    exit.

*> Reachable cells: every cell a rover on the state file can get to
*> round the obstacles. With no rover on file there is nothing to
*> start from, so every cell that is not an obstacle counts.
3000-FindReachable.
    set FillingReachable to true
    move zero to FillHead
    move zero to FillTail

    perform varying SlotIdx from 1 by 1 until SlotIdx is greater than NumberOfSlots
        if RoverIsOnState(SlotIdx)
                and RS-XPos(SlotIdx) is not greater than MaxWidth
                and RS-YPos(SlotIdx) is not greater than MaxHeight
            move RS-XPos(SlotIdx) to NeighbourX
            move RS-YPos(SlotIdx) to NeighbourY
            perform 3400-ConsiderNeighbour thru 3400-Exit
        end-if
    end-perform

    if FillTail equal to zero
        perform varying CellRow from 1 by 1 until CellRow is greater than MaxHeight + 1
            perform varying CellCol from 1 by 1 until CellCol is greater than MaxWidth + 1
                if CG-Obstacle(CellRow, CellCol) equal to zero
                    move 1 to CG-Reachable(CellRow, CellCol)
                end-if
            end-perform
        end-perform
        go to 3000-Exit
    end-if

    perform 3300-DrainQueue thru 3300-Exit.
3000-Exit.
    exit.

3100-FindSlot.
    move zero to SlotIndex
    perform varying SlotIdx from 1 by 1 until SlotIdx is greater than NumberOfSlots
        if RS-RoverId(SlotIdx) equal to SlotRoverId
            set SlotIndex to SlotIdx
        end-if
    end-perform
    if SlotIndex is greater than zero
        go to 3100-Exit
    end-if
    if NumberOfSlots equal to 20
        add 1 to RoversNotTracked
        go to 3100-Exit
    end-if

    add 1 to NumberOfSlots
    move NumberOfSlots to SlotIndex
    move SlotRoverId to RS-RoverId(SlotIndex)
    move zero to RS-OnState(SlotIndex)
    move zero to RS-XPos(SlotIndex)
    move zero to RS-YPos(SlotIndex)
    move zero to RS-Visited(SlotIndex)
    move zero to RS-WeekDate(SlotIndex)
    move zero to RS-WeekVisited(SlotIndex)
    move zero to RS-WeekReachable(SlotIndex).
3100-Exit.
    exit.

*> A cell off the present grid (the grid has been made smaller since)
*> is dropped from the master.
3200-MarkVisited.
    if MarkX is greater than MaxWidth or MarkY is greater than MaxHeight
        add 1 to CellsOffGrid
        go to 3200-Exit
    end-if
    move 1 to CG-FleetVisited(MarkY + 1, MarkX + 1)
    if SlotIndex is greater than zero
        move "Y" to CG-VisitedBy(MarkY + 1, MarkX + 1)(SlotIndex:1)
    end-if.
3200-Exit.
    exit.

3300-DrainQueue.
    perform until FillHead equal to FillTail
        add 1 to FillHead
        move FQ-XPos(FillHead) to FillX
        move FQ-YPos(FillHead) to FillY
        perform 3350-NeighbourCell thru 3350-Exit
            varying NeighbourDirection from 1 by 1
            until NeighbourDirection is greater than 4
    end-perform.
3300-Exit.
    exit.

*> North, east, south and west of the cell being drained; an edge
*> stops the fill on a clamped grid and wraps it on a wrapping one.
3350-NeighbourCell.
    move 1 to NeighbourValid
    move FillX to NeighbourX
    move FillY to NeighbourY
    evaluate NeighbourDirection
        when 1
            evaluate true
                when FillY is less than MaxHeight
                    compute NeighbourY = FillY + 1
                when GridModeIsWrap
                    move zero to NeighbourY
                when other
                    move zero to NeighbourValid
            end-evaluate
        when 2
            evaluate true
                when FillX is less than MaxWidth
                    compute NeighbourX = FillX + 1
                when GridModeIsWrap
                    move zero to NeighbourX
                when other
                    move zero to NeighbourValid
            end-evaluate
        when 3
            evaluate true
                when FillY is greater than zero
                    compute NeighbourY = FillY - 1
                when GridModeIsWrap
                    move MaxHeight to NeighbourY
                when other
                    move zero to NeighbourValid
            end-evaluate
        when 4
            evaluate true
                when FillX is greater than zero
                    compute NeighbourX = FillX - 1
                when GridModeIsWrap
                    move MaxWidth to NeighbourX
                when other
                    move zero to NeighbourValid
            end-evaluate
    end-evaluate
    if NeighbourValid equal to 1
        perform 3400-ConsiderNeighbour thru 3400-Exit
    end-if.
3350-Exit.
    exit.

3400-ConsiderNeighbour.
    if FillingReachable
        if CG-Obstacle(NeighbourY + 1, NeighbourX + 1) equal to 1
                or CG-Reachable(NeighbourY + 1, NeighbourX + 1) equal to 1
            go to 3400-Exit
        end-if
        move 1 to CG-Reachable(NeighbourY + 1, NeighbourX + 1)
    else
        if CG-Reachable(NeighbourY + 1, NeighbourX + 1) equal to zero
                or CG-FleetVisited(NeighbourY + 1, NeighbourX + 1) equal to 1
                or CG-Region(NeighbourY + 1, NeighbourX + 1) is greater than zero
            go to 3400-Exit
        end-if
        move CurrentRegion to CG-Region(NeighbourY + 1, NeighbourX + 1)
        perform 4200-NoteRegionCell thru 4200-Exit
    end-if

    add 1 to FillTail
    move NeighbourX to FQ-XPos(FillTail)
    move NeighbourY to FQ-YPos(FillTail).
3400-Exit.
    exit.

3500-CountCoverage.
    perform varying CellRow from 1 by 1 until CellRow is greater than MaxHeight + 1
        perform varying CellCol from 1 by 1 until CellCol is greater than MaxWidth + 1
            if CG-Obstacle(CellRow, CellCol) equal to 1
                add 1 to ObstacleCells
            end-if
            if CG-Reachable(CellRow, CellCol) equal to 1
                perform 3600-CountOneCell thru 3600-Exit
            end-if
        end-perform
    end-perform.
3500-Exit.
    exit.

3600-CountOneCell.
    add 1 to ReachableCells
    if CG-FleetVisited(CellRow, CellCol) equal to 1
        add 1 to FleetVisitedCells
    end-if
    perform varying SlotIdx from 1 by 1 until SlotIdx is greater than NumberOfSlots
        if CG-VisitedBy(CellRow, CellCol)(SlotIdx:1) equal to "Y"
            add 1 to RS-Visited(SlotIdx)
        end-if
    end-perform.
3600-Exit.
    exit.

*> Each reachable cell nobody has visited that is not yet in a region
*> starts a new one. Past the table's 200 regions the rest are still
*> filled, so their cells are counted once, but are not listed.
4000-FindRegions.
    set FillingRegion to true
    perform varying CellRow from 1 by 1 until CellRow is greater than MaxHeight + 1
        perform varying CellCol from 1 by 1 until CellCol is greater than MaxWidth + 1
            if CG-Reachable(CellRow, CellCol) equal to 1
                    and CG-FleetVisited(CellRow, CellCol) equal to zero
                    and CG-Region(CellRow, CellCol) equal to zero
                perform 4100-FillOneRegion thru 4100-Exit
            end-if
        end-perform
    end-perform.
4000-Exit.
    exit.

4100-FillOneRegion.
    if NumberOfRegions equal to 200
        move 9999 to CurrentRegion
        add 1 to RegionsNotListed
    else
        add 1 to NumberOfRegions
        move NumberOfRegions to CurrentRegion
        move zero to RG-Size(NumberOfRegions)
        compute RG-MinX(NumberOfRegions) = CellCol - 1
        compute RG-MaxX(NumberOfRegions) = CellCol - 1
        compute RG-MinY(NumberOfRegions) = CellRow - 1
        compute RG-MaxY(NumberOfRegions) = CellRow - 1
        move zero to RG-Nearest(NumberOfRegions)
        move 9999 to RG-Distance(NumberOfRegions)
        move zero to RG-Printed(NumberOfRegions)
    end-if

    move zero to FillHead
    move zero to FillTail
    compute NeighbourX = CellCol - 1
    compute NeighbourY = CellRow - 1
    perform 3400-ConsiderNeighbour thru 3400-Exit
    perform 3300-DrainQueue thru 3300-Exit.
4100-Exit.
    exit.

4200-NoteRegionCell.
    if CurrentRegion equal to 9999
        add 1 to CellsNotListed
        go to 4200-Exit
    end-if
    add 1 to RG-Size(CurrentRegion)
    if NeighbourX is less than RG-MinX(CurrentRegion)
        move NeighbourX to RG-MinX(CurrentRegion)
    end-if
    if NeighbourX is greater than RG-MaxX(CurrentRegion)
        move NeighbourX to RG-MaxX(CurrentRegion)
    end-if
    if NeighbourY is less than RG-MinY(CurrentRegion)
        move NeighbourY to RG-MinY(CurrentRegion)
    end-if
    if NeighbourY is greater than RG-MaxY(CurrentRegion)
        move NeighbourY to RG-MaxY(CurrentRegion)
    end-if
    perform 4300-MeasureToRover thru 4300-Exit
        varying SlotIdx from 1 by 1
        until SlotIdx is greater than NumberOfSlots.
4200-Exit.
    exit.

4300-MeasureToRover.
    if not RoverIsOnState(SlotIdx)
        go to 4300-Exit
    end-if

    if NeighbourX is greater than RS-XPos(SlotIdx)
        compute DistanceX = NeighbourX - RS-XPos(SlotIdx)
    else
        compute DistanceX = RS-XPos(SlotIdx) - NeighbourX
    end-if
    if NeighbourY is greater than RS-YPos(SlotIdx)
        compute DistanceY = NeighbourY - RS-YPos(SlotIdx)
    else
        compute DistanceY = RS-YPos(SlotIdx) - NeighbourY
    end-if
    if GridModeIsWrap
        compute GridSpan = MaxWidth + 1
        if GridSpan - DistanceX is less than DistanceX
            compute DistanceX = GridSpan - DistanceX
        end-if
        compute GridSpan = MaxHeight + 1
        if GridSpan - DistanceY is less than DistanceY
            compute DistanceY = GridSpan - DistanceY
        end-if
    end-if
    compute CellDistance = DistanceX + DistanceY

    if CellDistance is less than RG-Distance(CurrentRegion)
        move CellDistance to RG-Distance(CurrentRegion)
        move RS-RoverId(SlotIdx) to RG-Nearest(CurrentRegion)
    end-if.
4300-Exit.
    exit.

*> The figures to measure against are the latest on file dated a
*> week or more before this run; the history is only ever appended
*> to, so the last such line read is the one wanted.
5000-ReadWeekBefore.
    open input CoverageHistory
    if CoverageHistoryNotFound
        go to 5000-Exit
    end-if

    perform 5100-ReadHistory thru 5100-Exit
    perform with test after until EndOfCoverageHistory
        if not EndOfCoverageHistory
            perform 5200-TakeHistoryLine thru 5200-Exit
            perform 5100-ReadHistory thru 5100-Exit
        end-if
    end-perform
    close CoverageHistory.
5000-Exit.
    exit.

5100-ReadHistory.
    read CoverageHistory
        at end set EndOfCoverageHistory to true
    end-read.
5100-Exit.
    exit.

5200-TakeHistoryLine.
    if CH-RunDate is not numeric or CH-RunDate is greater than WeekAgoDate
        go to 5200-Exit
    end-if
    if HistoryIsFleet
        move CH-RunDate to FleetWeekDate
        move CH-Visited to FleetWeekVisited
        move CH-Reachable to FleetWeekReachable
        go to 5200-Exit
    end-if
    perform varying SlotIdx from 1 by 1 until SlotIdx is greater than NumberOfSlots
        if CH-Subject(1:2) equal to RS-RoverId(SlotIdx)
            move CH-RunDate to RS-WeekDate(SlotIdx)
            move CH-Visited to RS-WeekVisited(SlotIdx)
            move CH-Reachable to RS-WeekReachable(SlotIdx)
        end-if
    end-perform.
5200-Exit.
    exit.

6000-WriteReport.
    move spaces to ReportLine
    string
        "Grid exploration coverage - run " delimited by size
        RunDate delimited by size
        into ReportLine
    end-string
    write ReportLine

    move spaces to ReportLine
    string
        "Grid " delimited by size
        MaxWidth delimited by size
        " x " delimited by size
        MaxHeight delimited by size
        "  mode " delimited by size
        GridMode delimited by size
        "   cells " delimited by size
        TotalCells delimited by size
        "   obstacles " delimited by size
        ObstacleCells delimited by size
        "   reachable " delimited by size
        ReachableCells delimited by size
        into ReportLine
    end-string
    write ReportLine

    move spaces to ReportLine
    write ReportLine
    move "Rover     Visited  Coverage   Week before  Coverage   Change" to ReportLine
    write ReportLine

    perform varying SlotIdx from 1 by 1 until SlotIdx is greater than NumberOfSlots
        move spaces to FigureLabel
        string
            "Rover " delimited by size
            RS-RoverId(SlotIdx) delimited by size
            into FigureLabel
        end-string
        move RS-Visited(SlotIdx) to FigureVisited
        move RS-WeekDate(SlotIdx) to FigureWeekDate
        move RS-WeekVisited(SlotIdx) to FigureWeekVisited
        move RS-WeekReachable(SlotIdx) to FigureWeekReachable
        perform 6100-WriteFigureLine thru 6100-Exit
    end-perform

    move "Fleet" to FigureLabel
    move FleetVisitedCells to FigureVisited
    move FleetWeekDate to FigureWeekDate
    move FleetWeekVisited to FigureWeekVisited
    move FleetWeekReachable to FigureWeekReachable
    perform 6100-WriteFigureLine thru 6100-Exit

    perform 6200-WriteRegions thru 6200-Exit.
6000-Exit.
    exit.

6100-WriteFigureLine.
    move ReachableCells to FigureReachable
    perform 6150-ComputePercent thru 6150-Exit
    move CoveragePercent to PercentEdited

    move spaces to ReportLine
    move FigureLabel to ReportLine(1:8)
    move FigureVisited to CountEdited
    move CountEdited to ReportLine(11:5)
    move PercentEdited to ReportLine(19:5)
    move "%" to ReportLine(24:1)

    if FigureWeekDate equal to zero
        move "no figures a week old on file" to ReportLine(30:29)
    else
        move FigureWeekDate to ReportLine(30:8)
        move CoveragePercent to CurrentPercent
        move FigureWeekVisited to FigureVisited
        move FigureWeekReachable to FigureReachable
        perform 6150-ComputePercent thru 6150-Exit
        compute PercentChange = CurrentPercent - CoveragePercent
        move CoveragePercent to PercentEdited
        move PercentEdited to ReportLine(43:5)
        move "%" to ReportLine(48:1)
        move PercentChange to ChangeEdited
        move ChangeEdited to ReportLine(52:6)
        move " pts" to ReportLine(58:4)
    end-if
    write ReportLine.
6100-Exit.
    exit.

6150-ComputePercent.
    if FigureReachable equal to zero
        move zero to CoveragePercent
    else
        compute CoveragePercent rounded =
            FigureVisited * 100 / FigureReachable
    end-if.
6150-Exit.
    exit.

*> Largest region first, so the biggest gaps head the list.
6200-WriteRegions.
    move spaces to ReportLine
    write ReportLine
    move "Unexplored regions (largest first)" to ReportLine
    write ReportLine

    if NumberOfRegions equal to zero
        move "  none - every reachable cell has been visited" to ReportLine
        write ReportLine
        go to 6200-Exit
    end-if

    move "  Cells  Extent (x,y)      Nearest rover  Moves away" to ReportLine
    write ReportLine
    perform 6300-WriteLargestRegion thru 6300-Exit
        NumberOfRegions times

    if RegionsNotListed is greater than zero
        move spaces to ReportLine
        string
            "  and " delimited by size
            RegionsNotListed delimited by size
            " smaller region(s) not listed, " delimited by size
            CellsNotListed delimited by size
            " cell(s)" delimited by size
            into ReportLine
        end-string
        write ReportLine
    end-if.
6200-Exit.
    exit.

6300-WriteLargestRegion.
    move zero to LargestIndex
    move zero to LargestSize
    perform varying RegionIdx from 1 by 1 until RegionIdx is greater than NumberOfRegions
        if RG-Printed(RegionIdx) equal to zero
                and RG-Size(RegionIdx) is greater than LargestSize
            set LargestIndex to RegionIdx
            move RG-Size(RegionIdx) to LargestSize
        end-if
    end-perform
    if LargestIndex equal to zero
        go to 6300-Exit
    end-if
    move 1 to RG-Printed(LargestIndex)
    add 1 to RegionsPrinted

    move spaces to ReportLine
    move RG-Size(LargestIndex) to CountEdited
    move CountEdited to ReportLine(3:5)
    string
        RG-MinX(LargestIndex) delimited by size
        "," delimited by size
        RG-MinY(LargestIndex) delimited by size
        " - " delimited by size
        RG-MaxX(LargestIndex) delimited by size
        "," delimited by size
        RG-MaxY(LargestIndex) delimited by size
        into ReportLine(10:16)
    end-string
    if RG-Nearest(LargestIndex) equal to zero
        move "no rover on file" to ReportLine(28:16)
    else
        move RG-Nearest(LargestIndex) to ReportLine(28:2)
        move RG-Distance(LargestIndex) to MovesEdited
        move MovesEdited to ReportLine(43:4)
    end-if
    write ReportLine.
6300-Exit.
    exit.

7000-AppendHistory.
    open extend CoverageHistory
    if CoverageHistoryNotFound
        open output CoverageHistory
    end-if

    perform varying SlotIdx from 1 by 1 until SlotIdx is greater than NumberOfSlots
        move spaces to CoverageHistoryRecord
        move RunDate to CH-RunDate
        move RS-RoverId(SlotIdx) to CH-Subject
        move RS-Visited(SlotIdx) to CH-Visited
        move ReachableCells to CH-Reachable
        write CoverageHistoryRecord
    end-perform

    move spaces to CoverageHistoryRecord
    move RunDate to CH-RunDate
    move "FLEET" to CH-Subject
    move FleetVisitedCells to CH-Visited
    move ReachableCells to CH-Reachable
    write CoverageHistoryRecord
    close CoverageHistory.
7000-Exit.
    exit.

*> Every cell marked for a rover goes back on the master, obstacle
*> or not - a cell later closed off was still visited.
7500-RewriteVisitedMaster.
    open output VisitedCells
    perform varying SlotIdx from 1 by 1 until SlotIdx is greater than NumberOfSlots
        perform varying CellRow from 1 by 1 until CellRow is greater than MaxHeight + 1
            perform varying CellCol from 1 by 1 until CellCol is greater than MaxWidth + 1
                if CG-VisitedBy(CellRow, CellCol)(SlotIdx:1) equal to "Y"
                    move spaces to VisitedCellRecord
                    move RS-RoverId(SlotIdx) to VC-RoverId
                    compute VC-XPos = CellCol - 1
                    compute VC-YPos = CellRow - 1
                    write VisitedCellRecord
                end-if
            end-perform
        end-perform
    end-perform
    close VisitedCells.
7500-Exit.
    exit.

8000-SetReturnCode.
    if RoversNotTracked is greater than zero or RegionsNotListed is greater than zero
            or CellsOffGrid is greater than zero
        set BatchCompletedWithWarnings to true
    else
        set BatchCompletedNormally to true
    end-if
    move FleetVisitedCells to FigureVisited
    move ReachableCells to FigureReachable
    perform 6150-ComputePercent thru 6150-Exit
    move CoveragePercent to PercentEdited
    display "MarsRoverCoverageReport: fleet has visited " FleetVisitedCells
        " of " ReachableCells " reachable cell(s) (" PercentEdited "%), "
        NumberOfRegions " unexplored region(s), " VisitedEntriesRead
        " visited entr(ies) read from the audit log".
8000-Exit.
    exit.

9000-Terminate.
    close CoverageReport.
9000-Exit.
    exit.

end program MarsRoverCoverageReport.
