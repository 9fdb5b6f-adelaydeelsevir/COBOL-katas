    select MarsRoverSamples assign to "MarsRoverSamples.dat"
        organization is line sequential
        file status is SamplesFileStatus.
    select RoverPayload assign to "RoverPayload.dat"
        organization is line sequential
        file status is PayloadFileStatus.
    select MarsRoverDepot assign to "MarsRoverDepot.dat"
        organization is line sequential
        file status is DepotFileStatus.

data division.
file section.
    fd MarsRoverAuditLog is global.
        01 AuditLine pic x(2100) is global.

    fd MarsRoverStateFile.
        01 StateLine pic x(80).
            02 filler      pic x.
            02 SM-Sequence pic 9(4).

*> Payload control: a "DEPOT XX YY" line places the lander depot,
*> and "RR CC" lines give each rover's payload capacity in samples,
*> rover 00 standing for any rover not listed. With no file the
*> payload is unlimited and there is no depot.
    fd RoverPayload is global.
        01 PayloadRecord is global.
            02 PL-RoverId   pic x(2).
            02 filler       pic x.
            02 PL-Capacity  pic 99.
            02 filler       pic x(7).
        01 PayloadDepotRecord redefines PayloadRecord.
            02 PL-DepotTag  pic x(5).
                88 PayloadLineIsDepot value "DEPOT".
            02 filler       pic x.
            02 PL-DepotX    pic 99.
            02 filler       pic x.
            02 PL-DepotY    pic 99.
            02 filler       pic x.

*> Depot inventory: every sample handed over with the "D"
*> instruction, as it stood on the samples master plus the cycle it
*> was delivered. A rover carries whatever it has collected that is
*> not yet here.
    fd MarsRoverDepot is global.
        01 DepotRecord is global.
            02 DI-RoverId   pic 99.
            02 filler       pic x.
            02 DI-XPos      pic 99.
            02 filler       pic x.
            02 DI-YPos      pic 99.
            02 filler       pic x.
            02 DI-Cycle     pic 9(4).
            02 filler       pic x.
            02 DI-Sequence  pic 9(4).
            02 filler       pic x.
            02 DI-DeliveredCycle pic 9(4).

working-storage section.
    01 GridDimensions is global.
        02 MaxWidth  pic 99 value zero.
            03 RvOrientation pic x value "N".
            03 RvEnergy      pic 99 value zero.
            03 RvTrailCount  pic 99 value zero.
            03 RvFaultLeftOnly  pic 9 value zero.
            03 RvFaultRightOnly pic 9 value zero.
            03 RvFaultWheel     pic 9 value zero.
            03 RvFaultCamera    pic 9 value zero.
            03 RvWheelResting   pic 9 value zero.
            03 RvTrail occurs 50 times indexed by TrailIdx.
                04 RvTrailX pic 99.
                04 RvTrailY pic 99.

    01 BlockingRoverId pic 99 value zero is global.

*> Rover faults: SetRoverFaults names the faults in force on the
*> selected rover - LEFTONLY or RIGHTONLY (stuck steering turns one
*> way only), WHEEL (a seized wheel needs a rest instruction after
*> every move, so it covers ground at half speed) and CAMERA (no
*> science samples). An instruction a fault forbids is refused, the
*> rover is left as it was, and the fault that refused it is left in
*> LastMoveFault for the caller to read back via GetLastMoveFault.
*> Faults are not saved with the state; whoever drives the rover
*> declares them.
    01 LastMoveFault pic x(10) value spaces is global.
    01 SequenceFaultCount pic 9(4) value zero is global.
    01 FaultKeywordCount pic 99 value zero.

*> State-file generations: every save also lands in one of three
*> cycling generation slots (MarsRoverState-G1/2/3.dat) with the
*> running generation number kept on MarsRoverStateGen.dat, so a
        88 SamplesFileNotFound value "35".
        88 EndOfSamplesFile value "10".

    01 PayloadFileStatus pic xx value spaces is global.
        88 PayloadFileNotFound value "35".
        88 EndOfPayloadFile value "10".
    01 DepotFileStatus pic xx value spaces is global.
        88 DepotFileNotFound value "35".
        88 EndOfDepotFile value "10".
    01 LastPayloadResult pic x(40) value spaces is global.

    01 SequenceCollisionCount pic 9(4) value zero is global.
    01 SequenceExhaustedCount pic 9(4) value zero is global.

    01 AuditLogStatus pic xx value spaces is global.
        88 AuditLogNotFound value "35".
    01 StateFileStatus pic xx value spaces.
        88 StateFileNotFound value "35".

    01 FoundIndex pic 99 value zero.
    01 RequestedId pic 99 value zero.
    01 AuditTimestamp pic x(26) value spaces is global.
    01 TrailSubscript pic 99 value zero.
    01 TrailBuffer pic x(300) value spaces.
    01 TrailEntry pic x(8) value spaces.
    perform LogCommand thru LogCommand-Exit

    evaluate function trim(Command)
        when "SetGridSize"     perform CmdSetGridSize thru CmdSetGridSize-Exit
        when "GetGridSize"     move GridDimensions to Parameter
        when "SetObstacles"    perform CmdSetObstacles thru CmdSetObstacles-Exit
        when "SetTerrain"      perform CmdSetTerrain thru CmdSetTerrain-Exit
        when "SetMissionCycle"
            move function numval(Parameter(1:4)) to CurrentMissionCycle
        when "SelectRover"     perform CmdSelectRover thru CmdSelectRover-Exit
        when "SelectRoverById" perform CmdSelectRoverById thru CmdSelectRoverById-Exit
        when "GetRoverPosition" move RoverPosition to Parameter
        when "GetRoverTrail"   perform CmdGetRoverTrail thru CmdGetRoverTrail-Exit
        when "MoveRover"       perform CmdMoveRover thru CmdMoveRover-Exit
        when "GetBlockingRover" move BlockingRoverId to Parameter
        when "GetRoverEnergy"   move RvEnergy(CurrentRoverIndex) to Parameter
        when "GetLastMoveExhausted" move LastMoveExhausted to Parameter
        when "SetRoverFaults"  perform CmdSetRoverFaults thru CmdSetRoverFaults-Exit
        when "GetLastMoveFault" move LastMoveFault to Parameter
        when "GetPayloadResult" move LastPayloadResult to Parameter
        when "SaveState"       perform SaveState thru SaveState-Exit
        when "LoadState"       perform LoadState thru LoadState-Exit
    end-evaluate.

    goback.
        move CurrentRoverIndex to NumberOfRovers
        move CurrentRoverIndex to RoverId(CurrentRoverIndex)
        move FullEnergyLevel to RvEnergy(CurrentRoverIndex)
        perform ClearRoverFaults thru ClearRoverFaults-Exit
    end-if

    move Parameter to RoverPosition
        move 1 to RvTrailCount(FoundIndex)
        move zero to RvTrailX(FoundIndex, 1)
        move zero to RvTrailY(FoundIndex, 1)
        move FoundIndex to CurrentRoverIndex
        perform ClearRoverFaults thru ClearRoverFaults-Exit
    end-if

    move FoundIndex to CurrentRoverIndex
CmdGetRoverTrail-Exit.
    exit.

*> The parameter lists the faults now in force on the selected rover,
*> separated by spaces; a blank parameter declares the rover healthy.
CmdSetRoverFaults.
    if CurrentRoverIndex equal to zero
        go to CmdSetRoverFaults-Exit
    end-if
    perform ClearRoverFaults thru ClearRoverFaults-Exit

    move zero to FaultKeywordCount
    inspect Parameter tallying FaultKeywordCount for all "LEFTONLY"
    if FaultKeywordCount is greater than zero
        move 1 to RvFaultLeftOnly(CurrentRoverIndex)
    end-if
    move zero to FaultKeywordCount
    inspect Parameter tallying FaultKeywordCount for all "RIGHTONLY"
    if FaultKeywordCount is greater than zero
        move 1 to RvFaultRightOnly(CurrentRoverIndex)
    end-if
    move zero to FaultKeywordCount
    inspect Parameter tallying FaultKeywordCount for all "WHEEL"
    if FaultKeywordCount is greater than zero
        move 1 to RvFaultWheel(CurrentRoverIndex)
    end-if
    move zero to FaultKeywordCount
    inspect Parameter tallying FaultKeywordCount for all "CAMERA"
    if FaultKeywordCount is greater than zero
        move 1 to RvFaultCamera(CurrentRoverIndex)
    end-if.
CmdSetRoverFaults-Exit.
    exit.

ClearRoverFaults.
    move zero to RvFaultLeftOnly(CurrentRoverIndex)
    move zero to RvFaultRightOnly(CurrentRoverIndex)
    move zero to RvFaultWheel(CurrentRoverIndex)
    move zero to RvFaultCamera(CurrentRoverIndex)
    move zero to RvWheelResting(CurrentRoverIndex).
ClearRoverFaults-Exit.
    exit.

CmdMoveRover.
    move zero to SequenceCollisionCount
    move zero to SequenceExhaustedCount
    move zero to SequenceFaultCount
    call "MoveMarsRover" using Parameter
    perform LogMoveOutcome thru LogMoveOutcome-Exit

LogMoveOutcome.
    if SequenceCollisionCount equal to zero
            and SequenceExhaustedCount equal to zero
            and SequenceFaultCount equal to zero
        go to LogMoveOutcome-Exit
    end-if
    move function current-date to AuditTimestamp
        SequenceCollisionCount delimited by size
        " exhausted " delimited by size
        SequenceExhaustedCount delimited by size
        " faults " delimited by size
        SequenceFaultCount delimited by size
        into AuditLine
    end-string
    write AuditLine
                move 1 to RvTrailCount(RoverIdx)
                move RvXPos(RoverIdx) to RvTrailX(RoverIdx, 1)
                move RvYPos(RoverIdx) to RvTrailY(RoverIdx, 1)
                move zero to RvFaultLeftOnly(RoverIdx)
                move zero to RvFaultRightOnly(RoverIdx)
                move zero to RvFaultWheel(RoverIdx)
                move zero to RvFaultCamera(RoverIdx)
                move zero to RvWheelResting(RoverIdx)
        end-read
    end-perform

    01 CellAlreadySampled pic 9 value zero usage binary.
    01 NextSampleSequence pic 9(4) value zero.

    01 PayloadCapacity pic 99 value zero.
    01 DefaultCapacity pic 99 value zero.
    01 RoverCapacityFound pic 9 value zero usage binary.
    01 DepotOnFile pic 9 value zero usage binary.
    01 DepotX pic 99 value zero.
    01 DepotY pic 99 value zero.
    01 RoverIdText pic x(2) value spaces.
    01 SamplesCollected pic 9(4) value zero.
    01 SamplesDelivered pic 9(4) value zero.
    01 SamplesCarried pic 9(4) value zero.
    01 SamplesHandedOver pic 9(4) value zero.
    01 NumberOfDelivered pic 9(4) value zero.
    01 DeliveredSequences.
        02 DeliveredSequence pic 9(4) occurs 1 to 500 times
                depending on NumberOfDelivered indexed by DeliveredIdx.
    01 SampleAlreadyDelivered pic 9 value zero usage binary.

    01 VisitedBuffer pic x(2040) value spaces.
    01 VisitedPointer pic 9(4) value 1.
    01 VisitedCellCount pic 9(4) value zero.
    01 VisitedCell pic x(6) value spaces.
    01 VisitedEnergy pic 9(4) value zero.

linkage section.
    01 MoveSequence pic x any length.

procedure division using MoveSequence.
    move function length(function trim(MoveSequence)) to InstructionCount
    perform StartVisitedCells thru StartVisitedCells-Exit
    perform MoveOneInstruction thru MoveOneInstruction-Exit
        with test after varying CurrentInstruction from 1 by 1
            until CurrentInstruction is equal to InstructionCount
    if VisitedCellCount is greater than zero or VisitedEnergy is greater than zero
        perform LogVisitedCells thru LogVisitedCells-Exit
    end-if
    exit program.

MoveOneInstruction.
    move zero to LastMoveCollision
    move zero to BlockingRoverId
    move zero to LastMoveExhausted
    move spaces to LastMoveFault
    move spaces to LastPayloadResult
    move XPos to CandidateX
    move YPos to CandidateY

    perform CheckRoverFaults thru CheckRoverFaults-Exit
    if LastMoveFault not equal to spaces
        add 1 to SequenceFaultCount
        go to MoveOneInstruction-Exit
    end-if

    if MoveSequence(CurrentInstruction:1) equal to "C"
        move FullEnergyLevel to RvEnergy(CurrentRoverIndex)
        go to MoveOneInstruction-Exit
        go to MoveOneInstruction-Exit
    end-if

    if MoveSequence(CurrentInstruction:1) equal to "D"
        perform DeliverSamples thru DeliverSamples-Exit
        go to MoveOneInstruction-Exit
    end-if

    evaluate MoveSequence(CurrentInstruction:1) also true
        when "L" also OrientationIsNorth set OrientationIsWest to true
        when "L" also OrientationIsWest  set OrientationIsSouth to true
            go to MoveOneInstruction-Exit
        end-if
        subtract CandidateCost from RvEnergy(CurrentRoverIndex)
        add CandidateCost to VisitedEnergy
        perform CheckObstacle thru CheckObstacle-Exit
        if not MoveWasCollision
            perform CheckRoverCollision thru CheckRoverCollision-Exit
        else
            move CandidateX to XPos
            move CandidateY to YPos
            perform NoteVisitedCell thru NoteVisitedCell-Exit
        end-if
        if RvFaultWheel(CurrentRoverIndex) equal to 1
            move 1 to RvWheelResting(CurrentRoverIndex)
        end-if
    end-if.
MoveOneInstruction-Exit.
    exit.

*> Every cell a move enters goes on a Visited entry of the audit log,
*> led by the cell the rover started the command from, so the
*> coverage report can rebuild where the fleet has been after the
*> in-memory trail is long gone; the entry closes with the energy
*> the command drew, for the route variance run. A very long
*> command is written out over as many entries as it needs, each
*> with the energy drawn since the one before.
StartVisitedCells.
    move spaces to VisitedBuffer
    move 1 to VisitedPointer
    move zero to VisitedCellCount
    move zero to VisitedEnergy
    perform AppendVisitedCell thru AppendVisitedCell-Exit.
StartVisitedCells-Exit.
    exit.

NoteVisitedCell.
    if VisitedPointer is greater than 2034
        perform LogVisitedCells thru LogVisitedCells-Exit
        move spaces to VisitedBuffer
        move 1 to VisitedPointer
        move zero to VisitedCellCount
        move zero to VisitedEnergy
    end-if
    perform AppendVisitedCell thru AppendVisitedCell-Exit
    add 1 to VisitedCellCount.
NoteVisitedCell-Exit.
    exit.

AppendVisitedCell.
    move spaces to VisitedCell
    string
        XPos delimited by size
        "," delimited by size
        YPos delimited by size
        ";" delimited by size
        into VisitedCell
    end-string
    string
        VisitedCell delimited by size
        into VisitedBuffer
        with pointer VisitedPointer
    end-string.
AppendVisitedCell-Exit.
    exit.

LogVisitedCells.
    move function current-date to AuditTimestamp
    open extend MarsRoverAuditLog
    if AuditLogNotFound
        open output MarsRoverAuditLog
    end-if
    move spaces to AuditLine
    string
        AuditTimestamp(1:14) delimited by size
        "  Visited  rover " delimited by size
        RoverId(CurrentRoverIndex) delimited by size
        " " delimited by size
        VisitedBuffer delimited by space
        " energy " delimited by size
        VisitedEnergy delimited by size
        into AuditLine
    end-string
    write AuditLine
    close MarsRoverAuditLog.
LogVisitedCells-Exit.
    exit.

*> A seized wheel rests for one instruction after every move the
*> battery paid for - whatever that instruction is, and an M in
*> that slot is the one refused. Stuck steering refuses the turn it
*> cannot make; a failed camera refuses "S" before any energy is
*> drawn.
CheckRoverFaults.
    if RvWheelResting(CurrentRoverIndex) equal to 1
        move zero to RvWheelResting(CurrentRoverIndex)
        if MoveSequence(CurrentInstruction:1) equal to "M"
            move "WHEEL" to LastMoveFault
            go to CheckRoverFaults-Exit
        end-if
    end-if

    evaluate true
        when MoveSequence(CurrentInstruction:1) equal to "L"
                and RvFaultRightOnly(CurrentRoverIndex) equal to 1
            move "RIGHTONLY" to LastMoveFault
        when MoveSequence(CurrentInstruction:1) equal to "R"
                and RvFaultLeftOnly(CurrentRoverIndex) equal to 1
            move "LEFTONLY" to LastMoveFault
        when MoveSequence(CurrentInstruction:1) equal to "S"
                and RvFaultCamera(CurrentRoverIndex) equal to 1
            move "CAMERA" to LastMoveFault
        when other
            continue
    end-evaluate.
CheckRoverFaults-Exit.
    exit.

*> "S" collects a science observation at the rover's current cell.
*> It draws energy like a move (the cell's own terrain cost - the
*> instruments work the ground the rover is standing on), and a
        go to CollectSample-Exit
    end-if
    subtract CandidateCost from RvEnergy(CurrentRoverIndex)
    add CandidateCost to VisitedEnergy

    perform ScanSamplesFile thru ScanSamplesFile-Exit
    if CellAlreadySampled equal to 1
        move 1 to LastMoveCollision
        add 1 to SequenceCollisionCount
        move "SAMPLE REFUSED - cell sampled" to LastPayloadResult
        go to CollectSample-Exit
    end-if

*> A rover at its payload capacity has nowhere to stow the sample
*> until it has been to the depot.
    perform LoadPayloadControl thru LoadPayloadControl-Exit
    perform CountDeliveredSamples thru CountDeliveredSamples-Exit
    compute SamplesCarried = SamplesCollected - SamplesDelivered
    if PayloadCapacity is greater than zero
            and SamplesCarried is not less than PayloadCapacity
        move 1 to LastMoveCollision
        add 1 to SequenceCollisionCount
        move spaces to LastPayloadResult
        string
            "PAYLOAD FULL - " delimited by size
            SamplesCarried(3:2) delimited by size
            " of " delimited by size
            PayloadCapacity delimited by size
            into LastPayloadResult
        end-string
        go to CollectSample-Exit
    end-if

    move CurrentMissionCycle to SM-Cycle
    move NextSampleSequence to SM-Sequence
    write SampleRecord
    close MarsRoverSamples

    add 1 to SamplesCarried
    move spaces to LastPayloadResult
    string
        "SAMPLED - carrying " delimited by size
        SamplesCarried(3:2) delimited by size
        into LastPayloadResult
    end-string
    if PayloadCapacity is greater than zero
        move " of " to LastPayloadResult(22:4)
        move PayloadCapacity to LastPayloadResult(26:2)
    end-if.
CollectSample-Exit.
    exit.

*> "D" hands every sample the rover carries to the depot inventory.
*> It draws no energy; a rover away from the depot, or a mission
*> with no depot, refuses it the way a blocked cell refuses a move.
DeliverSamples.
    perform LoadPayloadControl thru LoadPayloadControl-Exit
    if DepotOnFile equal to zero
        move 1 to LastMoveCollision
        add 1 to SequenceCollisionCount
        move "DELIVER REFUSED - no depot" to LastPayloadResult
        go to DeliverSamples-Exit
    end-if
    if XPos not equal to DepotX or YPos not equal to DepotY
        move 1 to LastMoveCollision
        add 1 to SequenceCollisionCount
        move "DELIVER REFUSED - not at depot" to LastPayloadResult
        go to DeliverSamples-Exit
    end-if

    perform CountDeliveredSamples thru CountDeliveredSamples-Exit
    move zero to SamplesHandedOver
    move spaces to SamplesFileStatus
    open input MarsRoverSamples
    if SamplesFileNotFound
        move "NOTHING CARRIED" to LastPayloadResult
        go to DeliverSamples-Exit
    end-if
    open extend MarsRoverDepot
    if DepotFileNotFound
        open output MarsRoverDepot
    end-if
    perform until EndOfSamplesFile
        read MarsRoverSamples
            at end set EndOfSamplesFile to true
            not at end
                if SM-RoverId equal to RoverId(CurrentRoverIndex)
                    perform HandOverSample thru HandOverSample-Exit
                end-if
        end-read
    end-perform
    close MarsRoverDepot
    close MarsRoverSamples
    move spaces to SamplesFileStatus

    if SamplesHandedOver equal to zero
        move "NOTHING CARRIED" to LastPayloadResult
    else
        move spaces to LastPayloadResult
        string
            "DELIVERED " delimited by size
            SamplesHandedOver(3:2) delimited by size
            " sample(s) to depot" delimited by size
            into LastPayloadResult
        end-string
    end-if.
DeliverSamples-Exit.
    exit.

HandOverSample.
    move zero to SampleAlreadyDelivered
    perform varying DeliveredIdx from 1 by 1
            until DeliveredIdx is greater than NumberOfDelivered
        if DeliveredSequence(DeliveredIdx) equal to SM-Sequence
            move 1 to SampleAlreadyDelivered
        end-if
    end-perform
    if SampleAlreadyDelivered equal to 1
        go to HandOverSample-Exit
    end-if

    move spaces to DepotRecord
    move SM-RoverId to DI-RoverId
    move SM-XPos to DI-XPos
    move SM-YPos to DI-YPos
    move SM-Cycle to DI-Cycle
    move SM-Sequence to DI-Sequence
    move CurrentMissionCycle to DI-DeliveredCycle
    write DepotRecord
    add 1 to SamplesHandedOver.
HandOverSample-Exit.
    exit.

*> Read afresh for every "S" and "D", like the samples master, so a
*> change to the control file takes effect on the next instruction.
LoadPayloadControl.
    move zero to PayloadCapacity
    move zero to DefaultCapacity
    move zero to RoverCapacityFound
    move zero to DepotOnFile
    move RoverId(CurrentRoverIndex) to RoverIdText
    move spaces to PayloadFileStatus
    open input RoverPayload
    if PayloadFileNotFound
        go to LoadPayloadControl-Exit
    end-if
    perform until EndOfPayloadFile
        read RoverPayload
            at end set EndOfPayloadFile to true
            not at end
                evaluate true
                    when PayloadLineIsDepot
                        move 1 to DepotOnFile
                        move PL-DepotX to DepotX
                        move PL-DepotY to DepotY
                    when PL-RoverId equal to "00"
                        move PL-Capacity to DefaultCapacity
                    when PL-RoverId equal to RoverIdText
                        move PL-Capacity to PayloadCapacity
                        move 1 to RoverCapacityFound
                    when other
                        continue
                end-evaluate
        end-read
    end-perform
    close RoverPayload
    if RoverCapacityFound equal to zero
        move DefaultCapacity to PayloadCapacity
    end-if.
LoadPayloadControl-Exit.
    exit.

CountDeliveredSamples.
    move zero to SamplesDelivered
    move zero to NumberOfDelivered
    move spaces to DepotFileStatus
    open input MarsRoverDepot
    if DepotFileNotFound
        go to CountDeliveredSamples-Exit
    end-if
    perform until EndOfDepotFile
        read MarsRoverDepot
            at end set EndOfDepotFile to true
            not at end
                if DI-RoverId equal to RoverId(CurrentRoverIndex)
                    add 1 to SamplesDelivered
                    if NumberOfDelivered is less than 500
                        add 1 to NumberOfDelivered
                        move DI-Sequence to DeliveredSequence(NumberOfDelivered)
                    end-if
                end-if
        end-read
    end-perform
    close MarsRoverDepot
    move spaces to DepotFileStatus.
CountDeliveredSamples-Exit.
    exit.

ScanSamplesFile.
    move zero to CellAlreadySampled
    move zero to SamplesCollected
    move 1 to NextSampleSequence
    move spaces to SamplesFileStatus
    open input MarsRoverSamples
                if SM-XPos equal to XPos and SM-YPos equal to YPos
                    move 1 to CellAlreadySampled
                end-if
                if SM-RoverId equal to RoverId(CurrentRoverIndex)
                    add 1 to SamplesCollected
                end-if
        end-read
    end-perform
    close MarsRoverSamples
