*> MarsRoverDryRunLog.dat. Nothing touches MarsRoverState.dat,
*> MarsRoverAudit.dat or the samples master - a plan is rehearsed
*> before it is flown.
*>
*> Commands only go up while a rover is in contact. When
*> RoverCommWindows.dat is on file, each line gives a rover, the
*> first and last cycle of one contact window and how many commands
*> that window can carry up. A rover named there has nothing to do
*> until a window opens; at each open window as many of its queued
*> commands as the window has room for are uplinked, and the rover
*> works through what it holds one instruction per cycle as before.
*> A rover that runs out of uplinked commands shows as WAITING FOR
*> CONTACT on the log until its next window. Whatever no window on
*> the file reaches is HELD FOR NEXT CONTACT: on a live run
*> RoverCommandQueues.dat is rewritten with only those commands, so
*> the next run carries on from them. A rover the windows file does
*> not name is taken to be in contact throughout, and with no
*> windows file at all every queue goes up at once as it always has.
*>
*> RoverFaults.dat lists faults as they strike: rover, the cycle the
*> fault takes effect from, and the fault - LEFTONLY or RIGHTONLY
*> for steering stuck to one turn direction, WHEEL for a seized
*> wheel (a move needs a rest instruction after it, halving the
*> rover's speed), CAMERA for a failed camera (no samples). From its
*> effective cycle a fault stays in force for the rest of the run;
*> the scheduler declares it to the MarsRover module through
*> SetRoverFaults and logs FAULT IN FORCE. An instruction a fault
*> refuses is logged with the fault that refused it: a refused turn
*> or sample is dropped, while a move refused by the seized wheel is
*> HELD and tried again the next cycle, once the wheel has rested.
*>
*> Samples are carried until a "D" at the lander depot hands them to
*> the depot inventory; RoverPayload.dat places the depot and sets
*> each rover's capacity. The log notes every "S" and "D" with what
*> the rover now carries, and a refused sample or delivery counts
*> with the move refusals. The dry run keeps the same tally from the
*> samples master and MarsRoverDepot.dat.

environment division.
configuration section.
        file status is ShadowSamplesStatus.
    select DryRunLog assign to "MarsRoverDryRunLog.dat"
        organization is line sequential.
    select ShadowDepot assign to "MarsRoverDepot.dat"
        organization is line sequential
        file status is ShadowDepotStatus.
    select RoverPayload assign to "RoverPayload.dat"
        organization is line sequential
        file status is RoverPayloadStatus.
    select MissionEvents assign to "MarsRoverEvents.dat"
        organization is line sequential
        file status is MissionEventsStatus.
    select ScheduleLog assign to "MarsRoverScheduleLog.dat"
        organization is line sequential.
    select RoverFaults assign to "RoverFaults.dat"
        organization is line sequential
        file status is RoverFaultsStatus.
    select RoverCommWindows assign to "RoverCommWindows.dat"
        organization is line sequential
        file status is CommWindowsStatus.

data division.
file section.
            02 filler      pic x.
            02 SM-Sequence pic 9(4).

    fd ShadowDepot.
        01 ShadowDepotRecord.
            02 DI-RoverId   pic 99.
            02 filler       pic x(26).

    fd RoverPayload.
        01 PayloadRecord.
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

    fd MissionEvents.
        01 MissionEventRecord.
            02 EV-FromCycle pic 9(4).
            02 filler       pic x.
            02 EV-CellList  pic x(60).

    fd RoverCommWindows.
        01 CommWindowRecord.
            02 CW-RoverId    pic x(2).
            02 filler        pic x.
            02 CW-FirstCycle pic 9(4).
            02 filler        pic x.
            02 CW-LastCycle  pic 9(4).
            02 filler        pic x.
            02 CW-Bandwidth  pic 999.

    fd RoverFaults.
        01 RoverFaultRecord.
            02 RF-RoverId   pic x(2).
            02 filler       pic x.
            02 RF-FromCycle pic 9(4).
            02 filler       pic x.
            02 RF-FaultType pic x(10).
                88 FaultIsLeftOnly  value "LEFTONLY".
                88 FaultIsRightOnly value "RIGHTONLY".
                88 FaultIsWheel     value "WHEEL".
                88 FaultIsCamera    value "CAMERA".
                88 FaultIsKnown     value "LEFTONLY", "RIGHTONLY",
                                          "WHEEL", "CAMERA".

    fd ScheduleLog.
        01 LogLine pic x(132).

    fd DryRunLog.
        01 DryLogLine pic x(132).

working-storage section.
    01 CommandQueuesStatus pic xx value spaces.
            03 Q-Commands     pic x(60).
            03 Q-Length       pic 99.
            03 Q-NextStep     pic 99.
            03 Q-Uplinked     pic 99.
            03 Q-NeedsContact pic 9.
                88 QueueNeedsContact value 1.
            03 Q-WaitNoted    pic 9.
            03 Q-FaultText       pic x(40).
            03 Q-FaultLeftOnly   pic 9.
            03 Q-FaultRightOnly  pic 9.
            03 Q-FaultWheel      pic 9.
            03 Q-FaultCamera     pic 9.
            03 Q-WheelResting    pic 9.
    01 NumberOfQueues pic 99 value zero.

    01 CycleNumber pic 9(4) value zero.
    01 CollisionsSeen pic 9(4) value zero.
    01 ExhaustionsSeen pic 9(4) value zero.

    01 CommWindowsStatus pic xx value spaces.
        88 CommWindowsNotFound value "35".
        88 EndOfCommWindows value "10".
    01 CommWindowsInForce pic 9 value zero usage binary.
    01 NumberOfCommWindows pic 99 value zero.
    01 CommWindows.
        02 CommWindow occurs 1 to 50 times
                depending on NumberOfCommWindows indexed by WindowIdx.
            03 CX-RoverId    pic x(2).
            03 CX-FirstCycle pic 9(4).
            03 CX-LastCycle  pic 9(4).
            03 CX-Bandwidth  pic 999.
            03 CX-Used       pic 999.
    01 CommWindowLinesUnusable pic 99 value zero.
    01 LaterContactFound pic 9 value zero usage binary.
    01 UplinkRoom pic 999 value zero.
    01 UplinkCount pic 99 value zero.
    01 CommandsWaiting pic 99 value zero.
    01 CommandsHeld pic 9(4) value zero.
    01 CommLogText pic x(132) value spaces.

    01 RoverFaultsStatus pic xx value spaces.
        88 RoverFaultsNotFound value "35".
        88 EndOfRoverFaults value "10".
    01 NumberOfFaults pic 99 value zero.
    01 FaultLines.
        02 FaultLine occurs 1 to 50 times
                depending on NumberOfFaults indexed by FaultIdx.
            03 FX-RoverId   pic x(2).
            03 FX-FromCycle pic 9(4).
            03 FX-FaultType pic x(10).
    01 FaultLinesUnusable pic 99 value zero.
    01 ActiveFaultText pic x(40) value spaces.
    01 FaultTextPointer pic 99 value 1.
    01 StepFault pic x(10) value spaces.
    01 FaultRefusalsSeen pic 9(4) value zero.

    01 ShadowDepotStatus pic xx value spaces.
        88 ShadowDepotNotFound value "35".
        88 EndOfShadowDepot value "10".
    01 RoverPayloadStatus pic xx value spaces.
        88 RoverPayloadNotFound value "35".
        88 EndOfRoverPayload value "10".
    01 PayloadNote pic x(40) value spaces.
    01 DefaultCapacity pic 99 value zero.
    01 DepotOnFile pic 9 value zero usage binary.
    01 DepotX pic 99 value zero.
    01 DepotY pic 99 value zero.
    01 NumberOfPayloadRovers pic 99 value zero.
    01 PayloadRovers.
        02 PayloadRover occurs 1 to 20 times
                depending on NumberOfPayloadRovers indexed by PayloadIdx.
            03 PR-RoverId  pic 99.
            03 PR-Capacity pic 99.
            03 PR-CapacitySet pic 9.
            03 PR-Carried  pic 9(4).
    01 PayloadRoverId pic 99 value zero.
    01 PayloadRoverIndex pic 99 value zero.
    01 CarriedText pic 9(4) value zero.

    copy BatchReturnCode.

procedure division.
        perform 3000-RunDryCycles thru 3000-Exit
    else
        perform 2000-RunCycles thru 2000-Exit
        if CommWindowsInForce equal to 1
            perform 5400-HoldUndelivered thru 5400-Exit
        end-if
    end-if
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
            move function length(function trim(RQ-Commands))
                to Q-Length(NumberOfQueues)
            move 1 to Q-NextStep(NumberOfQueues)
            move Q-Length(NumberOfQueues) to Q-Uplinked(NumberOfQueues)
            move zero to Q-NeedsContact(NumberOfQueues)
            move zero to Q-WaitNoted(NumberOfQueues)
            move spaces to Q-FaultText(NumberOfQueues)
            move zero to Q-FaultLeftOnly(NumberOfQueues)
            move zero to Q-FaultRightOnly(NumberOfQueues)
            move zero to Q-FaultWheel(NumberOfQueues)
            move zero to Q-FaultCamera(NumberOfQueues)
            move zero to Q-WheelResting(NumberOfQueues)
        end-if
        if not EndOfCommandQueues
            perform 1100-ReadQueueRecord thru 1100-Exit
    close RoverCommandQueues

    perform 4000-LoadMissionEvents thru 4000-Exit
    perform 5000-LoadCommWindows thru 5000-Exit
    perform 6000-LoadRoverFaults thru 6000-Exit

    if RunIsSimulateOnly
        open output DryRunLog
        write DryLogLine
        perform 3100-LoadShadowState thru 3100-Exit
        perform 3150-LoadShadowSamples thru 3150-Exit
        perform 7000-LoadShadowPayload thru 7000-Exit
    else
        open output ScheduleLog
        move "Cycle  Rover  Step  Instr  Position   Note" to LogLine
        if NumberOfEvents is greater than zero
            perform 4200-ApplyEventWindows thru 4200-Exit
        end-if
        if CommWindowsInForce equal to 1
            perform 5200-UplinkCommands thru 5200-Exit
        end-if
        if NumberOfFaults is greater than zero
            perform 6200-ApplyRoverFaults thru 6200-Exit
        end-if
        perform varying QueueIdx from 1 by 1
                until QueueIdx is greater than NumberOfQueues
            if Q-NextStep(QueueIdx) is not greater than Q-Uplinked(QueueIdx)
                perform 2200-ExecuteOneStep thru 2200-Exit
            end-if
        end-perform
2000-Exit.
    exit.

*> A queue still has work if the rover holds an uplinked command, or
*> if commands wait on the ground and a later window can carry them.
2050-CountStepsRemaining.
    move zero to StepsRemaining
    perform varying QueueIdx from 1 by 1 until QueueIdx is greater than NumberOfQueues
        if Q-NextStep(QueueIdx) is not greater than Q-Uplinked(QueueIdx)
            add 1 to StepsRemaining
        else
            if Q-Uplinked(QueueIdx) is less than Q-Length(QueueIdx)
                perform 5100-FindLaterContact thru 5100-Exit
                if LaterContactFound equal to 1
                    add 1 to StepsRemaining
                end-if
            end-if
        end-if
    end-perform.
2050-Exit.
    call "MarsRover" using by content "GetBlockingRover", by reference BlockingRoverText
    move space to ExhaustedFlagText
    call "MarsRover" using by content "GetLastMoveExhausted", by reference ExhaustedFlagText
    move spaces to StepFault
    call "MarsRover" using by content "GetLastMoveFault", by reference StepFault

    move spaces to LogLine
    if StepFault not equal to spaces
        perform 6500-LogFaultRefusal thru 6500-Exit
        go to 2200-Exit
    end-if

    if ExhaustedFlagText equal to "1"
        add 1 to ExhaustionsSeen
        string
                into LogLine
            end-string
        else
            move spaces to PayloadNote
            if CurrentInstruction equal to "S" or CurrentInstruction equal to "D"
                call "MarsRover" using by content "GetPayloadResult",
                    by reference PayloadNote
                if PayloadNote(1:12) equal to "PAYLOAD FULL"
                        or PayloadNote(1:15) equal to "DELIVER REFUSED"
                        or PayloadNote(1:14) equal to "SAMPLE REFUSED"
                    add 1 to CollisionsSeen
                end-if
            end-if
            string
                CycleNumber delimited by size
                "   " delimited by size
                CurrentInstruction delimited by size
                "      " delimited by size
                RoverPosition delimited by size
                "   " delimited by size
                PayloadNote delimited by size
                into LogLine
            end-string
        end-if
    perform 2050-CountStepsRemaining thru 2050-Exit
    perform until StepsRemaining equal to zero
        add 1 to CycleNumber
        if CommWindowsInForce equal to 1
            perform 5200-UplinkCommands thru 5200-Exit
        end-if
        if NumberOfFaults is greater than zero
            perform 6200-ApplyRoverFaults thru 6200-Exit
        end-if
        perform varying QueueIdx from 1 by 1
                until QueueIdx is greater than NumberOfQueues
            if Q-NextStep(QueueIdx) is not greater than Q-Uplinked(QueueIdx)
                perform 3200-SimulateOneStep thru 3200-Exit
            end-if
        end-perform
        end-if
        perform 2050-CountStepsRemaining thru 2050-Exit
    end-perform
    if CommWindowsInForce equal to 1
        perform 5400-HoldUndelivered thru 5400-Exit
    end-if

    move spaces to DryLogLine
    write DryLogLine
                    move SM-XPos to SP-XPos(NumberOfSampledCells)
                    move SM-YPos to SP-YPos(NumberOfSampledCells)
                end-if
                move SM-RoverId to PayloadRoverId
                perform 7100-FindPayloadRover thru 7100-Exit
                if PayloadRoverIndex is greater than zero
                    add 1 to PR-Carried(PayloadRoverIndex)
                end-if
        end-read
    end-perform
    close ShadowSamples.
    move zero to MoveBlocked
    move zero to MoveExhausted

    perform 6400-CheckShadowFaults thru 6400-Exit
    if StepFault not equal to spaces
        perform 6500-LogFaultRefusal thru 6500-Exit
        go to 3200-Exit
    end-if

    evaluate CurrentInstruction
        when "C"
            move FullEnergyLevel to SF-Energy(ShadowRoverIndex)
            perform 3300-SimulateMove thru 3300-Exit
        when "S"
            perform 3400-SimulateSample thru 3400-Exit
        when "D"
            perform 3450-SimulateDeliver thru 3450-Exit
        when other
            continue
    end-evaluate
    if CurrentInstruction equal to "M" and MoveExhausted equal to zero
            and Q-FaultWheel(QueueIdx) equal to 1
        move 1 to Q-WheelResting(QueueIdx)
    end-if

    move spaces to DryLogLine
    string
    if CellSampledAlready equal to 1
        move 1 to MoveBlocked
        move "SAMPLE REFUSED - cell sampled (predicted)" to StepNote
        go to 3400-Exit
    end-if

    move SF-RoverId(ShadowRoverIndex) to PayloadRoverId
    perform 7100-FindPayloadRover thru 7100-Exit
    if PayloadRoverIndex is greater than zero
        if PR-Capacity(PayloadRoverIndex) is greater than zero
                and PR-Carried(PayloadRoverIndex) is not less than
                    PR-Capacity(PayloadRoverIndex)
            move 1 to MoveBlocked
            move "PAYLOAD FULL - sample refused (predicted)" to StepNote
            go to 3400-Exit
        end-if
        add 1 to PR-Carried(PayloadRoverIndex)
    end-if

    if NumberOfSampledCells is less than 200
        add 1 to NumberOfSampledCells
        move CandidateX to SP-XPos(NumberOfSampledCells)
        move CandidateY to SP-YPos(NumberOfSampledCells)
    end-if
    move "SAMPLE (predicted)" to StepNote.
3400-Exit.
    exit.

3450-SimulateDeliver.
    if DepotOnFile equal to zero
            or SF-XPos(ShadowRoverIndex) not equal to DepotX
            or SF-YPos(ShadowRoverIndex) not equal to DepotY
        move 1 to MoveBlocked
        move "DELIVER REFUSED - not at depot (predicted)" to StepNote
        go to 3450-Exit
    end-if

    move SF-RoverId(ShadowRoverIndex) to PayloadRoverId
    perform 7100-FindPayloadRover thru 7100-Exit
    move zero to CarriedText
    if PayloadRoverIndex is greater than zero
        move PR-Carried(PayloadRoverIndex) to CarriedText
        move zero to PR-Carried(PayloadRoverIndex)
    end-if
    move spaces to StepNote
    string
        "DELIVERED " delimited by size
        CarriedText(3:2) delimited by size
        " sample(s) (predicted)" delimited by size
        into StepNote
    end-string.
3450-Exit.
    exit.

4000-LoadMissionEvents.
    open input MissionEvents
    if MissionEventsNotFound
4500-Exit.
    exit.

5000-LoadCommWindows.
    open input RoverCommWindows
    if CommWindowsNotFound
        go to 5000-Exit
    end-if
    move 1 to CommWindowsInForce

    perform 5050-ReadCommWindow thru 5050-Exit
    perform with test after until EndOfCommWindows
        if not EndOfCommWindows
            perform 5060-StoreCommWindow thru 5060-Exit
            perform 5050-ReadCommWindow thru 5050-Exit
        end-if
    end-perform
    close RoverCommWindows

*> Only the rovers the file names wait for contact; their commands
*> stay on the ground until a window lets them up.
    perform varying QueueIdx from 1 by 1
            until QueueIdx is greater than NumberOfQueues
        perform varying WindowIdx from 1 by 1
                until WindowIdx is greater than NumberOfCommWindows
            if CX-RoverId(WindowIdx) equal to Q-RoverId(QueueIdx)
                move 1 to Q-NeedsContact(QueueIdx)
                move zero to Q-Uplinked(QueueIdx)
            end-if
        end-perform
    end-perform.
5000-Exit.
    exit.

5050-ReadCommWindow.
    read RoverCommWindows
        at end set EndOfCommWindows to true
    end-read.
5050-Exit.
    exit.

5060-StoreCommWindow.
    if CW-RoverId equal to spaces
            or CW-FirstCycle is not numeric
            or CW-LastCycle is not numeric
            or CW-Bandwidth is not numeric
            or CW-LastCycle is less than CW-FirstCycle
        display "MarsRoverScheduler: contact window line for rover "
            CW-RoverId " is not usable - skipped"
        add 1 to CommWindowLinesUnusable
        go to 5060-Exit
    end-if
    if NumberOfCommWindows equal to 50
        display "MarsRoverScheduler: more than 50 contact windows on"
            " RoverCommWindows.dat - rover " CW-RoverId " window skipped"
        add 1 to CommWindowLinesUnusable
        go to 5060-Exit
    end-if

    add 1 to NumberOfCommWindows
    move CW-RoverId to CX-RoverId(NumberOfCommWindows)
    move CW-FirstCycle to CX-FirstCycle(NumberOfCommWindows)
    move CW-LastCycle to CX-LastCycle(NumberOfCommWindows)
    move CW-Bandwidth to CX-Bandwidth(NumberOfCommWindows)
    move zero to CX-Used(NumberOfCommWindows).
5060-Exit.
    exit.

*> Is there a window for this queue's rover still to come, with room
*> left on it?
5100-FindLaterContact.
    move zero to LaterContactFound
    perform varying WindowIdx from 1 by 1
            until WindowIdx is greater than NumberOfCommWindows
        if CX-RoverId(WindowIdx) equal to Q-RoverId(QueueIdx)
                and CX-LastCycle(WindowIdx) is greater than CycleNumber
                and CX-Used(WindowIdx) is less than CX-Bandwidth(WindowIdx)
            move 1 to LaterContactFound
        end-if
    end-perform.
5100-Exit.
    exit.

5200-UplinkCommands.
    perform varying QueueIdx from 1 by 1
            until QueueIdx is greater than NumberOfQueues
        if QueueNeedsContact(QueueIdx)
            perform 5250-UplinkOneQueue thru 5250-Exit
        end-if
    end-perform.
5200-Exit.
    exit.

*> A window open this cycle sends up as many of the rover's waiting
*> commands as it still has room for; a rover left holding nothing
*> with commands still on the ground is logged once as waiting.
5250-UplinkOneQueue.
    perform varying WindowIdx from 1 by 1
            until WindowIdx is greater than NumberOfCommWindows
            or Q-Uplinked(QueueIdx) not less than Q-Length(QueueIdx)
        if CX-RoverId(WindowIdx) equal to Q-RoverId(QueueIdx)
                and CycleNumber is not less than CX-FirstCycle(WindowIdx)
                and CycleNumber is not greater than CX-LastCycle(WindowIdx)
                and CX-Used(WindowIdx) is less than CX-Bandwidth(WindowIdx)
            compute UplinkRoom = CX-Bandwidth(WindowIdx) - CX-Used(WindowIdx)
            compute UplinkCount = Q-Length(QueueIdx) - Q-Uplinked(QueueIdx)
            if UplinkCount is greater than UplinkRoom
                move UplinkRoom to UplinkCount
            end-if
            add UplinkCount to CX-Used(WindowIdx)
            add UplinkCount to Q-Uplinked(QueueIdx)
            move zero to Q-WaitNoted(QueueIdx)
            compute CommandsWaiting = Q-Length(QueueIdx) - Q-Uplinked(QueueIdx)
            move spaces to CommLogText
            string
                CycleNumber delimited by size
                "   " delimited by size
                Q-RoverId(QueueIdx) delimited by size
                "     UPLINK " delimited by size
                UplinkCount delimited by size
                " command(s) - contact window " delimited by size
                CX-FirstCycle(WindowIdx) delimited by size
                "-" delimited by size
                CX-LastCycle(WindowIdx) delimited by size
                ", " delimited by size
                CommandsWaiting delimited by size
                " still queued" delimited by size
                into CommLogText
            end-string
            perform 5900-WriteCommLine thru 5900-Exit
        end-if
    end-perform

    if Q-NextStep(QueueIdx) is greater than Q-Uplinked(QueueIdx)
            and Q-Uplinked(QueueIdx) is less than Q-Length(QueueIdx)
            and Q-WaitNoted(QueueIdx) equal to zero
        move 1 to Q-WaitNoted(QueueIdx)
        compute CommandsWaiting = Q-Length(QueueIdx) - Q-Uplinked(QueueIdx)
        move spaces to CommLogText
        string
            CycleNumber delimited by size
            "   " delimited by size
            Q-RoverId(QueueIdx) delimited by size
            "     WAITING FOR CONTACT - " delimited by size
            CommandsWaiting delimited by size
            " command(s) queued" delimited by size
            into CommLogText
        end-string
        perform 5900-WriteCommLine thru 5900-Exit
    end-if.
5250-Exit.
    exit.

*> Commands no window on the file could carry stay queued. A live
*> run leaves RoverCommandQueues.dat holding only those, so the next
*> run starts from them; a dry run only reports them.
5400-HoldUndelivered.
    perform varying QueueIdx from 1 by 1
            until QueueIdx is greater than NumberOfQueues
        if Q-Uplinked(QueueIdx) is less than Q-Length(QueueIdx)
            compute CommandsWaiting = Q-Length(QueueIdx) - Q-Uplinked(QueueIdx)
            add CommandsWaiting to CommandsHeld
            move spaces to CommLogText
            string
                CycleNumber delimited by size
                "   " delimited by size
                Q-RoverId(QueueIdx) delimited by size
                "     HELD FOR NEXT CONTACT - " delimited by size
                CommandsWaiting delimited by size
                " command(s) still queued" delimited by size
                into CommLogText
            end-string
            perform 5900-WriteCommLine thru 5900-Exit
        end-if
    end-perform

    if RunIsSimulateOnly
        go to 5400-Exit
    end-if

    open output RoverCommandQueues
    perform varying QueueIdx from 1 by 1
            until QueueIdx is greater than NumberOfQueues
        if Q-Uplinked(QueueIdx) is less than Q-Length(QueueIdx)
            move spaces to CommandQueueRecord
            move Q-RoverId(QueueIdx) to RQ-RoverId
            move Q-Commands(QueueIdx)(Q-Uplinked(QueueIdx) + 1:
                    Q-Length(QueueIdx) - Q-Uplinked(QueueIdx))
                to RQ-Commands
            write CommandQueueRecord
        end-if
    end-perform
    close RoverCommandQueues.
5400-Exit.
    exit.

5900-WriteCommLine.
    if RunIsSimulateOnly
        move CommLogText to DryLogLine
        write DryLogLine
    else
        move CommLogText to LogLine
        write LogLine
    end-if.
5900-Exit.
    exit.

6000-LoadRoverFaults.
    open input RoverFaults
    if RoverFaultsNotFound
        go to 6000-Exit
    end-if

    perform 6050-ReadFaultLine thru 6050-Exit
    perform with test after until EndOfRoverFaults
        if not EndOfRoverFaults
            perform 6060-StoreFaultLine thru 6060-Exit
            perform 6050-ReadFaultLine thru 6050-Exit
        end-if
    end-perform
    close RoverFaults.
6000-Exit.
    exit.

6050-ReadFaultLine.
    read RoverFaults
        at end set EndOfRoverFaults to true
    end-read.
6050-Exit.
    exit.

6060-StoreFaultLine.
    if RF-RoverId equal to spaces
            or RF-FromCycle is not numeric
            or not FaultIsKnown
        display "MarsRoverScheduler: fault line for rover " RF-RoverId
            " is not usable - skipped"
        add 1 to FaultLinesUnusable
        go to 6060-Exit
    end-if
    if NumberOfFaults equal to 50
        display "MarsRoverScheduler: more than 50 fault lines on"
            " RoverFaults.dat - rover " RF-RoverId " fault skipped"
        add 1 to FaultLinesUnusable
        go to 6060-Exit
    end-if

    add 1 to NumberOfFaults
    move RF-RoverId to FX-RoverId(NumberOfFaults)
    move RF-FromCycle to FX-FromCycle(NumberOfFaults)
    move RF-FaultType to FX-FaultType(NumberOfFaults).
6060-Exit.
    exit.

*> Each cycle every queued rover's faults are worked out afresh
*> from the lines already in effect; only a change is declared to
*> the module and logged.
6200-ApplyRoverFaults.
    perform varying QueueIdx from 1 by 1
            until QueueIdx is greater than NumberOfQueues
        perform 6250-ApplyOneRover thru 6250-Exit
    end-perform.
6200-Exit.
    exit.

6250-ApplyOneRover.
    move zero to Q-FaultLeftOnly(QueueIdx)
    move zero to Q-FaultRightOnly(QueueIdx)
    move zero to Q-FaultWheel(QueueIdx)
    move zero to Q-FaultCamera(QueueIdx)
    perform varying FaultIdx from 1 by 1
            until FaultIdx is greater than NumberOfFaults
        if FX-RoverId(FaultIdx) equal to Q-RoverId(QueueIdx)
                and FX-FromCycle(FaultIdx) is not greater than CycleNumber
            evaluate FX-FaultType(FaultIdx)
                when "LEFTONLY"
                    move 1 to Q-FaultLeftOnly(QueueIdx)
                when "RIGHTONLY"
                    move 1 to Q-FaultRightOnly(QueueIdx)
                when "WHEEL"
                    move 1 to Q-FaultWheel(QueueIdx)
                when "CAMERA"
                    move 1 to Q-FaultCamera(QueueIdx)
            end-evaluate
        end-if
    end-perform

    move spaces to ActiveFaultText
    move 1 to FaultTextPointer
    if Q-FaultLeftOnly(QueueIdx) equal to 1
        string "LEFTONLY " delimited by size
            into ActiveFaultText with pointer FaultTextPointer
        end-string
    end-if
    if Q-FaultRightOnly(QueueIdx) equal to 1
        string "RIGHTONLY " delimited by size
            into ActiveFaultText with pointer FaultTextPointer
        end-string
    end-if
    if Q-FaultWheel(QueueIdx) equal to 1
        string "WHEEL " delimited by size
            into ActiveFaultText with pointer FaultTextPointer
        end-string
    end-if
    if Q-FaultCamera(QueueIdx) equal to 1
        string "CAMERA " delimited by size
            into ActiveFaultText with pointer FaultTextPointer
        end-string
    end-if

    if ActiveFaultText equal to Q-FaultText(QueueIdx)
        go to 6250-Exit
    end-if
    move ActiveFaultText to Q-FaultText(QueueIdx)

    if not RunIsSimulateOnly
        call "MarsRover" using by content "SelectRoverById",
            by content Q-RoverId(QueueIdx)
        call "MarsRover" using by content "SetRoverFaults",
            by content ActiveFaultText
    end-if

    move spaces to CommLogText
    string
        CycleNumber delimited by size
        "   " delimited by size
        Q-RoverId(QueueIdx) delimited by size
        "     FAULT IN FORCE - " delimited by size
        function trim(ActiveFaultText) delimited by size
        into CommLogText
    end-string
    perform 5900-WriteCommLine thru 5900-Exit.
6250-Exit.
    exit.

*> The dry run applies the faults the way the module does: a resting
*> wheel is spent by the next instruction and refuses it if it is a
*> move, then steering and camera refuse their own instructions.
6400-CheckShadowFaults.
    move spaces to StepFault
    if Q-WheelResting(QueueIdx) equal to 1
        move zero to Q-WheelResting(QueueIdx)
        if CurrentInstruction equal to "M"
            move "WHEEL" to StepFault
            go to 6400-Exit
        end-if
    end-if

    evaluate true
        when CurrentInstruction equal to "L"
                and Q-FaultRightOnly(QueueIdx) equal to 1
            move "RIGHTONLY" to StepFault
        when CurrentInstruction equal to "R"
                and Q-FaultLeftOnly(QueueIdx) equal to 1
            move "LEFTONLY" to StepFault
        when CurrentInstruction equal to "S"
                and Q-FaultCamera(QueueIdx) equal to 1
            move "CAMERA" to StepFault
        when other
            continue
    end-evaluate.
6400-Exit.
    exit.

*> A move the seized wheel refused stays next on the queue for the
*> following cycle; any other refused instruction is dropped.
6500-LogFaultRefusal.
    add 1 to FaultRefusalsSeen
    move spaces to CommLogText
    if StepFault equal to "WHEEL"
        string
            CycleNumber delimited by size
            "   " delimited by size
            Q-RoverId(QueueIdx) delimited by size
            "     " delimited by size
            Q-NextStep(QueueIdx) delimited by size
            "    " delimited by size
            CurrentInstruction delimited by size
            "             HELD - WHEEL FAULT, move retried next cycle"
                delimited by size
            into CommLogText
        end-string
    else
        string
            CycleNumber delimited by size
            "   " delimited by size
            Q-RoverId(QueueIdx) delimited by size
            "     " delimited by size
            Q-NextStep(QueueIdx) delimited by size
            "    " delimited by size
            CurrentInstruction delimited by size
            "             REFUSED - " delimited by size
            function trim(StepFault) delimited by size
            " FAULT" delimited by size
            into CommLogText
        end-string
        add 1 to Q-NextStep(QueueIdx)
    end-if
    perform 5900-WriteCommLine thru 5900-Exit.
6500-Exit.
    exit.

*> The dry run's payload picture: capacities and the depot from the
*> control file, less whatever the depot inventory already holds
*> from each rover's collected samples.
7000-LoadShadowPayload.
    open input RoverPayload
    if RoverPayloadNotFound
        go to 7050-LoadShadowDepot
    end-if
    perform until EndOfRoverPayload
        read RoverPayload
            at end set EndOfRoverPayload to true
            not at end
                evaluate true
                    when PayloadLineIsDepot
                        move 1 to DepotOnFile
                        move PL-DepotX to DepotX
                        move PL-DepotY to DepotY
                    when PL-RoverId equal to "00"
                        move PL-Capacity to DefaultCapacity
                    when PL-RoverId is numeric
                        move PL-RoverId to PayloadRoverId
                        perform 7100-FindPayloadRover thru 7100-Exit
                        if PayloadRoverIndex is greater than zero
                            move PL-Capacity to PR-Capacity(PayloadRoverIndex)
                            move 1 to PR-CapacitySet(PayloadRoverIndex)
                        end-if
                    when other
                        continue
                end-evaluate
        end-read
    end-perform
    close RoverPayload

*> Rovers first seen on the samples master, or ahead of the "00"
*> line, were added before the default capacity was known.
    perform varying PayloadIdx from 1 by 1
            until PayloadIdx is greater than NumberOfPayloadRovers
        if PR-CapacitySet(PayloadIdx) equal to zero
            move DefaultCapacity to PR-Capacity(PayloadIdx)
        end-if
    end-perform.

7050-LoadShadowDepot.
    open input ShadowDepot
    if ShadowDepotNotFound
        go to 7000-Exit
    end-if
    perform until EndOfShadowDepot
        read ShadowDepot
            at end set EndOfShadowDepot to true
            not at end
                move DI-RoverId to PayloadRoverId
                perform 7100-FindPayloadRover thru 7100-Exit
                if PayloadRoverIndex is greater than zero
                        and PR-Carried(PayloadRoverIndex) is greater than zero
                    subtract 1 from PR-Carried(PayloadRoverIndex)
                end-if
        end-read
    end-perform
    close ShadowDepot.
7000-Exit.
    exit.

*> Finds the payload entry for PayloadRoverId, adding one at the
*> default capacity the first time a rover is seen.
7100-FindPayloadRover.
    move zero to PayloadRoverIndex
    perform varying PayloadIdx from 1 by 1
            until PayloadIdx is greater than NumberOfPayloadRovers
        if PR-RoverId(PayloadIdx) equal to PayloadRoverId
            set PayloadRoverIndex to PayloadIdx
        end-if
    end-perform
    if PayloadRoverIndex equal to zero and NumberOfPayloadRovers is less than 20
        add 1 to NumberOfPayloadRovers
        move NumberOfPayloadRovers to PayloadRoverIndex
        move PayloadRoverId to PR-RoverId(PayloadRoverIndex)
        move DefaultCapacity to PR-Capacity(PayloadRoverIndex)
        move zero to PR-CapacitySet(PayloadRoverIndex)
        move zero to PR-Carried(PayloadRoverIndex)
    end-if.
7100-Exit.
    exit.

8000-SetReturnCode.
    if CollisionsSeen is greater than zero or ExhaustionsSeen is greater than zero
            or FaultRefusalsSeen is greater than zero
            or FaultLinesUnusable is greater than zero
            or CommandsHeld is greater than zero
            or CommWindowLinesUnusable is greater than zero
        set BatchCompletedWithWarnings to true
    else
        set BatchCompletedNormally to true
            CollisionsSeen delimited by size
            "   battery refusals: " delimited by size
            ExhaustionsSeen delimited by size
            "   commands held: " delimited by size
            CommandsHeld delimited by size
            "   fault refusals: " delimited by size
            FaultRefusalsSeen delimited by size
            "   (predicted)" delimited by size
            into DryLogLine
        end-string
        write DryLogLine
            CollisionsSeen delimited by size
            "   battery refusals: " delimited by size
            ExhaustionsSeen delimited by size
            "   commands held: " delimited by size
            CommandsHeld delimited by size
            "   fault refusals: " delimited by size
            FaultRefusalsSeen delimited by size
            into LogLine
        end-string
        write LogLine
