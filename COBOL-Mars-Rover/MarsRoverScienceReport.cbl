*> cells on MarsRoverScienceTargets.dat (one "XX YY" cell per line)
*> and flags every target nobody has sampled yet - the outstanding
*> science the next command queues should cover.
*>
*> Each sample is shown as delivered once MarsRoverDepot.dat holds
*> it (a "D" at the lander depot puts it there) and as carried until
*> then, with delivered and carried totals per rover. Samples still
*> carried by a rover with a fault on RoverFaults.dat are flagged -
*> they are the ones at risk of never reaching the lander.

environment division.
configuration section.
    select ScienceTargets assign to "MarsRoverScienceTargets.dat"
        organization is line sequential
        file status is ScienceTargetsStatus.
    select MarsRoverDepot assign to "MarsRoverDepot.dat"
        organization is line sequential
        file status is DepotFileStatus.
    select RoverFaults assign to "RoverFaults.dat"
        organization is line sequential
        file status is RoverFaultsStatus.
    select ScienceReport assign to "MarsRoverScienceReportOut.dat"
        organization is line sequential.

            02 filler  pic x.
            02 ST-YPos pic 99.

    fd MarsRoverDepot.
        01 DepotRecord.
            02 DI-RoverId   pic 99.
            02 filler       pic x.
            02 filler       pic x(11).
            02 DI-Sequence  pic 9(4).
            02 filler       pic x(5).

    fd RoverFaults.
        01 RoverFaultRecord.
            02 RF-RoverId   pic 99.
            02 filler       pic x.
            02 RF-FromCycle pic 9(4).
            02 filler       pic x.
            02 RF-FaultType pic x(10).

    fd ScienceReport.
        01 ReportLine pic x(80).

    01 ScienceTargetsStatus pic xx value spaces.
        88 ScienceTargetsNotFound value "35".
        88 EndOfScienceTargets value "10".
    01 DepotFileStatus pic xx value spaces.
        88 DepotFileNotFound value "35".
        88 EndOfDepotFile value "10".
    01 RoverFaultsStatus pic xx value spaces.
        88 RoverFaultsNotFound value "35".
        88 EndOfRoverFaults value "10".

    01 Samples.
        02 Sample occurs 1 to 200 times depending on NumberOfSamples
            03 SA-YPos     pic 99.
            03 SA-Cycle    pic 9(4).
            03 SA-Sequence pic 9(4).
            03 SA-Delivered pic 9.
                88 SampleWasDelivered value 1.
    01 NumberOfSamples pic 999 value zero.
    01 SamplesOverflowed pic 9 value zero usage binary.

    01 RoverIds.
        02 ReportRover occurs 1 to 20 times
                depending on NumberOfRovers indexed by RoverIdx.
            03 ReportRoverId pic 99.
            03 RoverFaultText pic x(40).
    01 NumberOfRovers pic 99 value zero.
    01 FoundRoverIndex pic 99 value zero.

    01 TargetsChecked pic 999 value zero.
    01 TargetsUnsampled pic 999 value zero.
    01 SamplesThisRover pic 999 value zero.
    01 DeliveredThisRover pic 999 value zero.
    01 CarriedThisRover pic 999 value zero.
    01 SamplesDelivered pic 999 value zero.
    01 SamplesCarried pic 999 value zero.
    01 SamplesAtRisk pic 999 value zero.
    01 SampleStateText pic x(40) value spaces.
    01 FaultPointer pic 99 value 1.

    copy BatchReturnCode.

0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    perform 2000-LoadSamples thru 2000-Exit
    perform 2500-MarkDelivered thru 2500-Exit
    perform 2700-LoadRoverFaults thru 2700-Exit
    perform 3000-ReportPerRover thru 3000-Exit
    perform 4000-CheckTargets thru 4000-Exit
    perform 8000-SetReturnCode thru 8000-Exit
            move SM-YPos to SA-YPos(NumberOfSamples)
            move SM-Cycle to SA-Cycle(NumberOfSamples)
            move SM-Sequence to SA-Sequence(NumberOfSamples)
            move zero to SA-Delivered(NumberOfSamples)
            perform 2200-NoteRoverId thru 2200-Exit
        end-if
        if not EndOfSamplesFile
    if FoundRoverIndex equal to zero and NumberOfRovers is less than 20
        add 1 to NumberOfRovers
        move SM-RoverId to ReportRoverId(NumberOfRovers)
        move spaces to RoverFaultText(NumberOfRovers)
    end-if.
2200-Exit.
    exit.

*> A sample is delivered once the depot inventory holds its rover
*> and sequence.
2500-MarkDelivered.
    open input MarsRoverDepot
    if DepotFileNotFound
        go to 2500-Exit
    end-if

    perform 2600-ReadDepot thru 2600-Exit
    perform with test after until EndOfDepotFile
        if not EndOfDepotFile
            perform varying SampleIdx from 1 by 1
                    until SampleIdx is greater than NumberOfSamples
                if SA-RoverId(SampleIdx) equal to DI-RoverId
                        and SA-Sequence(SampleIdx) equal to DI-Sequence
                    move 1 to SA-Delivered(SampleIdx)
                end-if
            end-perform
            perform 2600-ReadDepot thru 2600-Exit
        end-if
    end-perform
    close MarsRoverDepot.
2500-Exit.
    exit.

2600-ReadDepot.
    read MarsRoverDepot
        at end set EndOfDepotFile to true
    end-read.
2600-Exit.
    exit.

*> Every line on RoverFaults.dat is a fault the rover carries from
*> its cycle on; none is ever cleared, so all of them count here.
2700-LoadRoverFaults.
    open input RoverFaults
    if RoverFaultsNotFound
        go to 2700-Exit
    end-if

    perform 2800-ReadFault thru 2800-Exit
    perform with test after until EndOfRoverFaults
        if not EndOfRoverFaults
            perform 2750-NoteOneFault thru 2750-Exit
            perform 2800-ReadFault thru 2800-Exit
        end-if
    end-perform
    close RoverFaults.
2700-Exit.
    exit.

2750-NoteOneFault.
    if RF-RoverId is not numeric or RF-FaultType equal to spaces
        go to 2750-Exit
    end-if
    perform varying RoverIdx from 1 by 1
            until RoverIdx is greater than NumberOfRovers
        if ReportRoverId(RoverIdx) equal to RF-RoverId
            if RoverFaultText(RoverIdx) equal to spaces
                move trim(RF-FaultType) to RoverFaultText(RoverIdx)
            else
                move 1 to FaultPointer
                inspect RoverFaultText(RoverIdx) tallying FaultPointer
                    for characters before initial "  "
                string
                    " " delimited by size
                    RF-FaultType delimited by space
                    into RoverFaultText(RoverIdx)
                    with pointer FaultPointer
                end-string
            end-if
        end-if
    end-perform.
2750-Exit.
    exit.

2800-ReadFault.
    read RoverFaults
        at end set EndOfRoverFaults to true
    end-read.
2800-Exit.
    exit.

3000-ReportPerRover.
    if NumberOfSamples equal to zero
        move "(no samples on the master)" to ReportLine
    perform varying RoverIdx from 1 by 1
            until RoverIdx is greater than NumberOfRovers
        move zero to SamplesThisRover
        move zero to DeliveredThisRover
        move zero to CarriedThisRover
        move spaces to ReportLine
        if RoverFaultText(RoverIdx) equal to spaces
            string
                "Rover " delimited by size
                ReportRoverId(RoverIdx) delimited by size
                into ReportLine
            end-string
        else
            string
                "Rover " delimited by size
                ReportRoverId(RoverIdx) delimited by size
                "  faults: " delimited by size
                RoverFaultText(RoverIdx) delimited by "  "
                into ReportLine
            end-string
        end-if
        write ReportLine
        perform varying SampleIdx from 1 by 1
                until SampleIdx is greater than NumberOfSamples
            if SA-RoverId(SampleIdx) equal to ReportRoverId(RoverIdx)
                add 1 to SamplesThisRover
                perform 3100-SampleState thru 3100-Exit
                move spaces to ReportLine
                string
                    "  cell " delimited by size
                    SA-Cycle(SampleIdx) delimited by size
                    "  sample " delimited by size
                    SA-Sequence(SampleIdx) delimited by size
                    "  " delimited by size
                    SampleStateText delimited by "  "
                    into ReportLine
                end-string
                write ReportLine
        string
            "  " delimited by size
            SamplesThisRover delimited by size
            " sample(s), " delimited by size
            DeliveredThisRover delimited by size
            " delivered, " delimited by size
            CarriedThisRover delimited by size
            " carried" delimited by size
            into ReportLine
        end-string
        write ReportLine
3000-Exit.
    exit.

3100-SampleState.
    if SampleWasDelivered(SampleIdx)
        add 1 to DeliveredThisRover
        add 1 to SamplesDelivered
        move "delivered" to SampleStateText
        go to 3100-Exit
    end-if

    add 1 to CarriedThisRover
    add 1 to SamplesCarried
    if RoverFaultText(RoverIdx) equal to spaces
        move "carried" to SampleStateText
    else
        add 1 to SamplesAtRisk
        move "carried - CARRIED BY FAULTED ROVER" to SampleStateText
    end-if.
3100-Exit.
    exit.

4000-CheckTargets.
    open input ScienceTargets
    if ScienceTargetsNotFound
8000-SetReturnCode.
    if TargetsUnsampled is greater than zero
            or SamplesOverflowed equal to 1
            or SamplesAtRisk is greater than zero
        set BatchCompletedWithWarnings to true
    else
        set BatchCompletedNormally to true
    end-if
    display "MarsRoverScienceReport: " NumberOfSamples " sample(s), "
        SamplesDelivered " delivered, " SamplesCarried " carried, "
        SamplesAtRisk " on a faulted rover, "
        TargetsUnsampled " of " TargetsChecked " target(s) outstanding".
8000-Exit.
    exit.
