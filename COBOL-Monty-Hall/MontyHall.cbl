*> burn exactly the compute the precision requires. The rounds a
*> converged scenario actually used replace the keyed count in the
*> sweep summary, and the checkpoint still covers a kill mid-run.
*>
*> A very large deck can be split across parallel steps of the
*> nightly plan. MontyHallPartitions.dat lists each partition number
*> with the scheduler step that runs it; a run whose JOB_STEP_NUMBER
*> is on that deck plays only its own share of every scenario's
*> rounds - partition p of N takes the rounds after (p-1)/N of the
*> count up to p/N of it, numbered as the whole run would number
*> them - from its own random stream, seeded with the scenario's
*> seed (or, for a time-seeded scenario, the month and day of the
*> night it runs for) times 100 plus the partition number, so no two
*> partitions of a run draw from the same stream. Everything it
*> writes carries a .Pnn suffix - detail, draw log, checkpoint - and
*> instead of the sweep summary it writes MontyHallPartition.Pnn.dat,
*> one line per scenario with its range, seeds and counts, for
*> MontyHallPartitionMerge to put the whole run back together.
*> Convergence stopping is not used by a partition, which always
*> plays its full range. Run by hand, or as a step not on the deck,
*> MontyHall runs the whole deck as it always has.

environment division.
input-output section.
        file status is MontyHallResultsStatus.
    select SweepSummary assign to "MontyHallSweepSummary.dat"
        organization is line sequential.
    select MontyHallCheckpoint assign to CheckpointFileName
        organization is line sequential
        file status is CheckpointStatus.
    select AuditParms assign to "MontyHallAuditParms.dat"
        organization is line sequential
        file status is AuditParmsStatus.
    select DrawLog assign to DrawLogFileName
        organization is line sequential
        file status is DrawLogStatus.
    select PartitionDeck assign to "MontyHallPartitions.dat"
        organization is line sequential
        file status is PartitionDeckStatus.
    select PartitionStreams assign to PartitionStreamFileName
        organization is line sequential.

data division.
file section.
    fd MontyHallResults.
        01 MontyHallResultLine pic x(60).

    fd PartitionDeck.
        01 PartitionDeckRecord.
            02 MP-Partition  pic 99.
            02 filler        pic x.
            02 MP-StepNumber pic 99.

    fd PartitionStreams.
        copy MontyHallPartitionRecord.

    fd SweepSummary.
        01 SummaryLine pic x(100).

    01 StartingRound pic 9(6) value zero.

    01 ResultsFileName pic x(30) value spaces.
    01 CheckpointFileName pic x(30) value "MontyHallCheckpoint.dat".
    01 DrawLogFileName pic x(30) value "MontyHallDrawLog.dat".
    01 PartitionStreamFileName pic x(30) value spaces.

    01 PartitionDeckStatus pic xx value spaces.
        88 PartitionDeckNotFound value "35".
        88 EndOfPartitionDeck value "10".
    01 PartitionRun pic 9 value zero usage binary.
        88 RunIsPartitioned value 1.
    01 PartitionNumber pic 99 value zero.
    01 PartitionCount pic 99 value zero.
    01 PartitionSuffix pic x(3) value spaces.
    01 StepNumberText pic x(8) value spaces.
    01 AsOfDateText pic x(8) value spaces.
    01 AsOfDate pic 9(8) value zero.
    01 RestartSeed pic 9(8) value zero.
    01 FirstRoundOffset pic 9(6) value zero.
    01 RoundsThisRun pic 9(6) value zero.

    01 Scenarios.
        02 Scenario occurs 1 to 20 times depending on NumberOfScenarios
            03 SN-SwapWins pic 9(6).
            03 SN-RandomWins pic 9(6).
            03 SN-Voided pic 9(6).
            03 SN-RoundFrom pic 9(6).
            03 SN-RoundTo pic 9(6).
            03 SN-MasterSeed pic 9(4).
            03 SN-StreamSeed pic 9(6).
    01 NumberOfScenarios pic 99 value zero.
    01 ScenarioNumber pic 99 value zero.
    01 ScenarioDisplayNumber pic 99 value zero.
Main section.

    perform 0100-LoadParms thru 0100-Exit
    perform 0105-FindPartition thru 0105-Exit
    perform 0120-RestoreCheckpoint thru 0120-Exit
    perform 0110-LoadAuditParms thru 0110-Exit

    perform varying ScenarioNumber from 1 by 1
            until ScenarioNumber is greater than NumberOfScenarios
        perform 0250-RunOneScenario thru 0250-Exit
    end-perform

    if RunIsPartitioned
        perform 0650-WritePartitionStreams thru 0650-Exit
    else
        perform 0600-WriteSweepSummary thru 0600-Exit
    end-if
    perform 0700-ResetCheckpoint thru 0700-Exit
    if AuditSampleInterval is greater than zero
        close DrawLog
0100-Exit.
    exit.

*> Only a step the partition deck names runs as a partition. Its
*> share of each scenario, its stream seeds and its file names are
*> all settled here, before the checkpoint is looked for.
0105-FindPartition.
    accept StepNumberText from environment "JOB_STEP_NUMBER"
    if StepNumberText(1:2) is not numeric
        go to 0105-Exit
    end-if
    open input PartitionDeck
    if PartitionDeckNotFound
        go to 0105-Exit
    end-if
    perform with test after until EndOfPartitionDeck
        read PartitionDeck
            at end set EndOfPartitionDeck to true
            not at end
                if MP-Partition is numeric and MP-StepNumber is numeric
                    add 1 to PartitionCount
                    if MP-StepNumber equal to StepNumberText(1:2)
                        move MP-Partition to PartitionNumber
                    end-if
                end-if
        end-read
    end-perform
    close PartitionDeck
    if PartitionNumber equal to zero
        move zero to PartitionCount
        go to 0105-Exit
    end-if

    move 1 to PartitionRun
    accept AsOfDateText from environment "JOB_AS_OF_DATE"
    if AsOfDateText is numeric
        move AsOfDateText to AsOfDate
    else
        move function current-date(1:8) to AsOfDate
    end-if

    move spaces to PartitionSuffix
    string
        "P" delimited by size
        PartitionNumber delimited by size
        into PartitionSuffix
    end-string
    move spaces to CheckpointFileName
    string
        "MontyHallCheckpoint." delimited by size
        PartitionSuffix delimited by size
        ".dat" delimited by size
        into CheckpointFileName
    end-string
    move spaces to DrawLogFileName
    string
        "MontyHallDrawLog." delimited by size
        PartitionSuffix delimited by size
        ".dat" delimited by size
        into DrawLogFileName
    end-string
    move spaces to PartitionStreamFileName
    string
        "MontyHallPartition." delimited by size
        PartitionSuffix delimited by size
        ".dat" delimited by size
        into PartitionStreamFileName
    end-string

    perform varying ScenarioIdx from 1 by 1
            until ScenarioIdx is greater than NumberOfScenarios
        compute SN-RoundFrom(ScenarioIdx) =
            ((PartitionNumber - 1) * SN-Rounds(ScenarioIdx)) / PartitionCount + 1
        compute SN-RoundTo(ScenarioIdx) =
            (PartitionNumber * SN-Rounds(ScenarioIdx)) / PartitionCount
        if SN-Seed(ScenarioIdx) is greater than zero
            move SN-Seed(ScenarioIdx) to SN-MasterSeed(ScenarioIdx)
        else
            compute SN-MasterSeed(ScenarioIdx) = function mod(AsOfDate, 10000)
        end-if
        compute SN-StreamSeed(ScenarioIdx) =
            SN-MasterSeed(ScenarioIdx) * 100 + PartitionNumber
        if StopOnConvergence(ScenarioIdx)
            move "R" to SN-StopMode(ScenarioIdx)
            display "MontyHall: scenario " ScenarioIdx
                " plays its full range - convergence stopping is not"
                " used by a partition"
        end-if
    end-perform

    display "MontyHall: running as partition " PartitionNumber
        " of " PartitionCount " (scheduler step " StepNumberText(1:2) ")".
0105-Exit.
    exit.

0150-ReadParmRecord.
    read MontyHallParms
        at end set EndOfMontyHallParms to true
        close AuditParms
    end-if

*> A partition's draw log holds that partition's run only, so it
*> starts afresh unless the run is resuming from its checkpoint.
    if AuditSampleInterval is greater than zero
        if RunIsPartitioned and ResumeScenario equal to zero
            open output DrawLog
        else
            open extend DrawLog
            if DrawLogNotFound
                open output DrawLog
            end-if
        end-if
    end-if.
0110-Exit.
*> deterministically from the original seed and the rounds already
*> played; a time-seeded scenario simply re-seeds from the clock.
0200-SeedGenerator.
    if RunIsPartitioned
        if StartingRound is greater than FirstRoundOffset
            compute RestartSeed = SN-StreamSeed(ScenarioNumber) + StartingRound
            compute DoorThatHasCar = function random(RestartSeed)
        else
            compute DoorThatHasCar = function random(SN-StreamSeed(ScenarioNumber))
        end-if
        go to 0200-Exit
    end-if
    if SN-Seed(ScenarioNumber) is greater than zero
        if StartingRound is greater than zero
            compute Seed = function mod(SN-Seed(ScenarioNumber)
    move SN-Rounds(ScenarioNumber) to NumberOfRoundsToPlay
    move SN-Doors(ScenarioNumber) to NumberOfDoors
    move zero to StartingRound
    move zero to FirstRoundOffset
    if RunIsPartitioned
        move SN-RoundTo(ScenarioNumber) to NumberOfRoundsToPlay
        compute FirstRoundOffset = SN-RoundFrom(ScenarioNumber) - 1
        move FirstRoundOffset to StartingRound
    end-if
    move zero to WinsWhenNotSwapping
    move zero to WinsWhenSwapping
    move zero to WinsWhenSwappingRandom
    move WinsWhenSwappingRandom to SN-RandomWins(ScenarioNumber)
    move RoundsVoidedThisScenario to SN-Voided(ScenarioNumber)

    compute RoundsThisRun = NumberOfRoundsToPlay - FirstRoundOffset
    display "Results"
    display "-------"
    if RunIsPartitioned
        display "Partition " PartitionNumber " of " PartitionCount
            ": rounds " SN-RoundFrom(ScenarioNumber) " to "
            SN-RoundTo(ScenarioNumber) " of scenario " ScenarioNumber
            ", stream seed " SN-StreamSeed(ScenarioNumber)
    end-if
    display "After playing " RoundsThisRun " rounds, with " NumberOfDoors " doors ..."
    display "Times correct door selected without swapping:            " WinsWhenNotSwapping
    display "Times correct door selected swapping to the host's door: " WinsWhenSwapping
    display "Times correct door selected swapping to a random door:   " WinsWhenSwappingRandom
*> The first scenario keeps the classic file name so a one-record
*> deck behaves exactly as it always has; later scenarios each get
*> their own numbered detail file.
*> A partition puts its own suffix ahead of the ".dat".
0270-SetResultsFileName.
    move spaces to ResultsFileName
    evaluate true
        when ScenarioNumber equal to 1 and not RunIsPartitioned
            move "MontyHallResults.dat" to ResultsFileName
        when ScenarioNumber equal to 1
            string
                "MontyHallResults." delimited by size
                PartitionSuffix delimited by size
                ".dat" delimited by size
                into ResultsFileName
            end-string
        when not RunIsPartitioned
            string
                "MontyHallResults-" delimited by size
                ScenarioNumber delimited by size
                ".dat" delimited by size
                into ResultsFileName
            end-string
        when other
            string
                "MontyHallResults-" delimited by size
                ScenarioNumber delimited by size
                "." delimited by size
                PartitionSuffix delimited by size
                ".dat" delimited by size
                into ResultsFileName
            end-string
    end-evaluate.
0270-Exit.
    exit.

0600-Exit.
    exit.

0650-WritePartitionStreams.
    open output PartitionStreams
    perform varying ScenarioIdx from 1 by 1
            until ScenarioIdx is greater than NumberOfScenarios
        move spaces to PartitionStreamRecord
        move PartitionNumber to PS-Partition
        move PartitionCount to PS-PartitionCount
        move AsOfDate to PS-AsOfDate
        move SN-MasterSeed(ScenarioIdx) to PS-MasterSeed
        move SN-StreamSeed(ScenarioIdx) to PS-StreamSeed
        set PS-Scenario to ScenarioIdx
        move SN-Doors(ScenarioIdx) to PS-Doors
        move SN-HostModel(ScenarioIdx) to PS-HostModel
        move SN-RoundFrom(ScenarioIdx) to PS-RoundFrom
        move SN-RoundTo(ScenarioIdx) to PS-RoundTo
        move SN-StayWins(ScenarioIdx) to PS-StayWins
        move SN-SwapWins(ScenarioIdx) to PS-SwapWins
        move SN-RandomWins(ScenarioIdx) to PS-RandomWins
        move SN-Voided(ScenarioIdx) to PS-Voided
        write PartitionStreamRecord
    end-perform
    close PartitionStreams.
0650-Exit.
    exit.

end program MontyHall.
