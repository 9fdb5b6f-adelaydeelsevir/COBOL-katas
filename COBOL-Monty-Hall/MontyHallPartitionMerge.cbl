identification division.
program-id. MontyHallPartitionMerge.

*> Puts a partitioned MontyHall run back together. Each partition
*> named on MontyHallPartitions.dat has left MontyHallPartition.Pnn.dat
*> - one line per scenario with the rounds it played, the seeds it
*> drew from and what they scored - beside its own detail files and
*> draw log. Before anything is written every partition must be on
*> hand and must have run for the same night, the same partition
*> count and the same master seeds; each must have drawn from its
*> own stream (the master seed times 100 plus its partition number,
*> never another partition's); and for every scenario on
*> MontyHallParms.dat the partitions' rounds must follow on from one
*> another with neither gap nor overlap, from round 1 to the
*> scenario's round count. Every detail line and logged draw is then
*> checked to lie in its partition's own rounds. Any failure rejects
*> the merge outright and ends the run in error, so nothing
*> downstream reads half a run.
*>
*> A merged run leaves what a single MontyHall run would have left:
*> MontyHallResults.dat and MontyHallResults-NN.dat in round order,
*> the sampled draws appended to MontyHallDrawLog.dat, and
*> MontyHallSweepSummary.dat with every partition's counts added
*> together - so MontyHallAnalysis, MontyHallDrawAudit and
*> MontyHallScenarioCompare read it unchanged. A partition that was
*> restarted from its checkpoint replays the rounds after the
*> checkpoint; the lines written before the restart for those rounds
*> are left out. MontyHallMergeControl.dat remembers the last run
*> merged, so merging the same run again rewrites the results and
*> summary but does not append its draws a second time. Every check
*> made is listed on MontyHallMergeReport.dat.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
file-control.
    select PartitionDeck assign to "MontyHallPartitions.dat"
        organization is line sequential
        file status is PartitionDeckStatus.
    select MontyHallParms assign to "MontyHallParms.dat"
        organization is line sequential
        file status is MontyHallParmsStatus.
    select PartitionStreams assign to PartitionStreamFileName
        organization is line sequential
        file status is PartitionStreamsStatus.
    select PartitionDetail assign to DetailFileName
        organization is line sequential
        file status is PartitionDetailStatus.
    select PartitionDraws assign to DrawFileName
        organization is line sequential
        file status is PartitionDrawsStatus.
    select MontyHallResults assign to ResultsFileName
        organization is line sequential.
    select DrawLog assign to "MontyHallDrawLog.dat"
        organization is line sequential
        file status is DrawLogStatus.
    select SweepSummary assign to "MontyHallSweepSummary.dat"
        organization is line sequential.
    select MergeControl assign to "MontyHallMergeControl.dat"
        organization is line sequential
        file status is MergeControlStatus.
    select MergeReport assign to "MontyHallMergeReport.dat"
        organization is line sequential.

data division.
file section.
    fd PartitionDeck.
        01 PartitionDeckRecord.
            02 MP-Partition  pic 99.
            02 filler        pic x.
            02 MP-StepNumber pic 99.

    fd MontyHallParms.
        01 MontyHallParmRecord.
            02 ParmNumberOfRounds pic 9(6).
            02 filler             pic x.
            02 ParmNumberOfDoors  pic 99.
            02 filler             pic x.
            02 ParmFixedSeed      pic 9(4).
            02 filler             pic x.
            02 ParmHostModel      pic x.
            02 filler             pic x.
            02 ParmStopMode       pic x.
            02 filler             pic x.
            02 ParmHalfWidth      pic 9v99.

    fd PartitionStreams.
        copy MontyHallPartitionRecord.

    fd PartitionDetail.
        01 PartitionDetailLine pic x(60).
        01 PartitionDetailRound redefines PartitionDetailLine.
            02 DR-Round pic 9(6).
            02 filler   pic x(54).

    fd PartitionDraws.
        01 PartitionDrawRecord.
            02 PD-Scenario pic 99.
            02 filler      pic x.
            02 PD-Round    pic 9(6).
            02 filler      pic x(16).

    fd MontyHallResults.
        01 MontyHallResultLine pic x(60).

    fd DrawLog.
        01 DrawLogRecord pic x(25).

    fd SweepSummary.
        01 SummaryLine pic x(100).

    fd MergeControl.
        01 MergeControlRecord.
            02 MC-AsOfDate       pic 9(8).
            02 filler            pic x.
            02 MC-PartitionCount pic 99.
            02 filler            pic x.
            02 MC-MasterSeed     pic 9(4).

    fd MergeReport.
        01 ReportLine pic x(100).

working-storage section.
    01 PartitionDeckStatus pic xx value spaces.
        88 PartitionDeckNotFound value "35".
        88 EndOfPartitionDeck value "10".
    01 MontyHallParmsStatus pic xx value spaces.
        88 MontyHallParmsFound value "00".
        88 EndOfMontyHallParms value "10".
    01 PartitionStreamsStatus pic xx value spaces.
        88 PartitionStreamsNotFound value "35".
        88 EndOfPartitionStreams value "10".
    01 PartitionDetailStatus pic xx value spaces.
        88 PartitionDetailNotFound value "35".
        88 EndOfPartitionDetail value "10".
    01 PartitionDrawsStatus pic xx value spaces.
        88 PartitionDrawsNotFound value "35".
        88 EndOfPartitionDraws value "10".
    01 DrawLogStatus pic xx value spaces.
        88 DrawLogNotFound value "35".
    01 MergeControlStatus pic xx value spaces.
        88 MergeControlFound value "00".

    01 PartitionStreamFileName pic x(30) value spaces.
    01 DetailFileName pic x(30) value spaces.
    01 DrawFileName pic x(30) value spaces.
    01 ResultsFileName pic x(30) value spaces.
    01 PartitionSuffix pic x(3) value spaces.

    01 AsOfDateText pic x(8) value spaces.
    01 SchedulerAsOfDate pic 9(8) value zero.
    01 RunAsOfDate pic 9(8) value zero.
    01 RunMasterSeed pic 9(4) value zero.

*> The scenarios the partitions should have played, read with the
*> same defaults MontyHall applies.
    01 NumberOfScenarios pic 99 value zero.
    01 Scenarios.
        02 Scenario occurs 20 times indexed by ScenarioIdx.
            03 SC-Rounds     pic 9(6).
            03 SC-Doors      pic 99.
            03 SC-HostModel  pic x.
            03 SC-MasterSeed pic 9(4).
            03 SC-StayWins   pic 9(6).
            03 SC-SwapWins   pic 9(6).
            03 SC-RandomWins pic 9(6).
            03 SC-Voided     pic 9(6).
            03 SC-Merged     pic 9(6).

    01 PartitionCount pic 99 value zero.
    01 Partitions.
        02 Partition occurs 99 times indexed by PartitionIdx.
            03 PT-Listed     pic 9.
            03 PT-StepNumber pic 99.
            03 PT-Share occurs 20 times.
                04 PX-Found       pic 9.
                04 PX-AsOfDate    pic 9(8).
                04 PX-Count       pic 99.
                04 PX-MasterSeed  pic 9(4).
                04 PX-StreamSeed  pic 9(6).
                04 PX-Doors       pic 99.
                04 PX-HostModel   pic x.
                04 PX-RoundFrom   pic 9(6).
                04 PX-RoundTo     pic 9(6).
                04 PX-StayWins    pic 9(6).
                04 PX-SwapWins    pic 9(6).
                04 PX-RandomWins  pic 9(6).
                04 PX-Voided      pic 9(6).
    01 PartitionNumber pic 99 value zero.
    01 OtherPartition pic 99 value zero.
    01 ScenarioNumber pic 99 value zero.
    01 ExpectedFrom pic 9(6) value zero.
    01 ExpectedStreamSeed pic 9(6) value zero.
    01 RejectionsBefore pic 9(4) value zero.
    01 ShareFrom pic 9(6) value zero.
    01 ShownRound pic 9(6) value zero.

*> Where a restarted partition began replaying: the line at which
*> the key (scenario and round) went backwards, and the key it went
*> back to. Any earlier line at or past that key was superseded.
    01 RestartCount pic 99 value zero.
    01 Restarts.
        02 Restart occurs 50 times indexed by RestartIdx.
            03 RS-Line pic 9(9).
            03 RS-Key  pic 9(8).
    01 LineNumber pic 9(9) value zero.
    01 LineKey pic 9(8) value zero.
    01 LastKey pic 9(8) value zero.
    01 RangeFrom pic 9(6) value zero.
    01 RangeTo pic 9(6) value zero.
    01 LineSuperseded pic 9 value zero usage binary.
    01 LinesCopied pic 9(9) value zero.
    01 DrawsCopied pic 9(9) value zero.
    01 DrawFilesFound pic 99 value zero.

    01 Rejections pic 9(4) value zero.
    01 RejectText pic x(90) value spaces.
    01 DrawsAlreadyMerged pic 9 value zero usage binary.

    01 ScoredRounds pic 9(6) value zero.
    01 ScenarioDisplayNumber pic 99 value zero.
    01 StayPctEdited pic zz9.99 value zero.
    01 SwapPctEdited pic zz9.99 value zero.
    01 RandomPctEdited pic zz9.99 value zero.
    01 ScenarioPct pic 9(3)v99 value zero.

    copy BatchReturnCode.

procedure division.

0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    if BatchCompletedWithErrors
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 2000-LoadPartitionStreams thru 2000-Exit
    if Rejections equal to zero
        perform 3000-CheckStreams thru 3000-Exit
    end-if
    if Rejections equal to zero
        perform 4000-CheckDetailFiles thru 4000-Exit
    end-if
    if Rejections equal to zero
        perform 5000-WriteMergedRun thru 5000-Exit
    end-if
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
    move BatchReturnCode to return-code
    stop run.

1000-Initialize.
    initialize Partitions
    accept AsOfDateText from environment "JOB_AS_OF_DATE"
    if AsOfDateText is numeric
        move AsOfDateText to SchedulerAsOfDate
    end-if

    open input PartitionDeck
    if PartitionDeckNotFound
        display "MontyHallPartitionMerge: no MontyHallPartitions.dat on file"
            " - nothing to merge"
        set BatchCompletedWithErrors to true
        go to 1000-Exit
    end-if

    open output MergeReport
    move "Monty Hall partition merge" to ReportLine
    write ReportLine

    perform with test after until EndOfPartitionDeck
        read PartitionDeck
            at end set EndOfPartitionDeck to true
            not at end perform 1100-TakeDeckLine thru 1100-Exit
        end-read
    end-perform
    close PartitionDeck

    if PartitionCount equal to zero
        move "no partitions listed on MontyHallPartitions.dat" to RejectText
        perform 7000-Reject thru 7000-Exit
    end-if

*> Partitions are numbered 1 to N, each once.
    perform varying PartitionIdx from 1 by 1
            until PartitionIdx is greater than PartitionCount
        if PT-Listed(PartitionIdx) equal to zero
            set PartitionNumber to PartitionIdx
            move spaces to RejectText
            string
                "partition " delimited by size
                PartitionNumber delimited by size
                " is not on MontyHallPartitions.dat - partitions must run 1 to "
                    delimited by size
                PartitionCount delimited by size
                into RejectText
            end-string
            perform 7000-Reject thru 7000-Exit
        end-if
    end-perform

    perform 1200-LoadParms thru 1200-Exit.
1000-Exit.
    exit.

1100-TakeDeckLine.
    if MP-Partition is not numeric or MP-Partition equal to zero
        go to 1100-Exit
    end-if
    add 1 to PartitionCount
    if PT-Listed(MP-Partition) equal to 1
        move spaces to RejectText
        string
            "partition " delimited by size
            MP-Partition delimited by size
            " is listed twice on MontyHallPartitions.dat" delimited by size
            into RejectText
        end-string
        perform 7000-Reject thru 7000-Exit
        go to 1100-Exit
    end-if
    move 1 to PT-Listed(MP-Partition)
    move MP-StepNumber to PT-StepNumber(MP-Partition).
1100-Exit.
    exit.

1200-LoadParms.
    open input MontyHallParms
    if MontyHallParmsFound
        perform with test after until EndOfMontyHallParms
            read MontyHallParms
                at end set EndOfMontyHallParms to true
                not at end
                    if NumberOfScenarios is less than 20
                        add 1 to NumberOfScenarios
                        set ScenarioIdx to NumberOfScenarios
                        initialize Scenario(ScenarioIdx)
                        if ParmNumberOfRounds is numeric
                                and ParmNumberOfRounds is greater than zero
                            move ParmNumberOfRounds to SC-Rounds(ScenarioIdx)
                        else
                            move 1000 to SC-Rounds(ScenarioIdx)
                        end-if
                        if ParmNumberOfDoors is numeric
                                and ParmNumberOfDoors is greater than 2
                            move ParmNumberOfDoors to SC-Doors(ScenarioIdx)
                        else
                            move 3 to SC-Doors(ScenarioIdx)
                        end-if
                        move ParmHostModel to SC-HostModel(ScenarioIdx)
                    end-if
            end-read
        end-perform
        close MontyHallParms
    end-if

    if NumberOfScenarios equal to zero
        move 1 to NumberOfScenarios
        initialize Scenario(1)
        move 1000 to SC-Rounds(1)
        move 3 to SC-Doors(1)
        move "C" to SC-HostModel(1)
    end-if.
1200-Exit.
    exit.

*> A partition that never finished has no stream file, or only an
*> old one; either way it cannot be merged.
2000-LoadPartitionStreams.
    perform varying PartitionNumber from 1 by 1
            until PartitionNumber is greater than PartitionCount
        perform 6000-SetPartitionSuffix thru 6000-Exit
        move spaces to PartitionStreamFileName
        string
            "MontyHallPartition." delimited by size
            PartitionSuffix delimited by size
            ".dat" delimited by size
            into PartitionStreamFileName
        end-string
        move "00" to PartitionStreamsStatus
        open input PartitionStreams
        if PartitionStreamsNotFound
            move spaces to RejectText
            string
                "partition " delimited by size
                PartitionNumber delimited by size
                " missing - no " delimited by size
                trim(PartitionStreamFileName) delimited by size
                " on file" delimited by size
                into RejectText
            end-string
            perform 7000-Reject thru 7000-Exit
        else
            perform with test after until EndOfPartitionStreams
                read PartitionStreams
                    at end set EndOfPartitionStreams to true
                    not at end perform 2100-TakeStreamLine thru 2100-Exit
                end-read
            end-perform
            close PartitionStreams
        end-if
    end-perform.
2000-Exit.
    exit.

2100-TakeStreamLine.
    if PS-Scenario is not numeric or PS-Scenario equal to zero
            or PS-Scenario is greater than 20
            or PS-Partition is not numeric
            or PS-Partition not equal to PartitionNumber
        move spaces to RejectText
        string
            trim(PartitionStreamFileName) delimited by size
            " has a line that is not partition " delimited by size
            PartitionNumber delimited by size
            "'s" delimited by size
            into RejectText
        end-string
        perform 7000-Reject thru 7000-Exit
        go to 2100-Exit
    end-if
    move 1 to PX-Found(PartitionNumber, PS-Scenario)
    move PS-AsOfDate to PX-AsOfDate(PartitionNumber, PS-Scenario)
    move PS-PartitionCount to PX-Count(PartitionNumber, PS-Scenario)
    move PS-MasterSeed to PX-MasterSeed(PartitionNumber, PS-Scenario)
    move PS-StreamSeed to PX-StreamSeed(PartitionNumber, PS-Scenario)
    move PS-Doors to PX-Doors(PartitionNumber, PS-Scenario)
    move PS-HostModel to PX-HostModel(PartitionNumber, PS-Scenario)
    move PS-RoundFrom to PX-RoundFrom(PartitionNumber, PS-Scenario)
    move PS-RoundTo to PX-RoundTo(PartitionNumber, PS-Scenario)
    move PS-StayWins to PX-StayWins(PartitionNumber, PS-Scenario)
    move PS-SwapWins to PX-SwapWins(PartitionNumber, PS-Scenario)
    move PS-RandomWins to PX-RandomWins(PartitionNumber, PS-Scenario)
    move PS-Voided to PX-Voided(PartitionNumber, PS-Scenario).
2100-Exit.
    exit.

*> Same night, same partition count, same master seed per scenario;
*> each partition on its own stream; the rounds laid end to end.
3000-CheckStreams.
    move PX-AsOfDate(1, 1) to RunAsOfDate
    if SchedulerAsOfDate is greater than zero
            and RunAsOfDate not equal to SchedulerAsOfDate
        move spaces to RejectText
        string
            "partitions ran for " delimited by size
            RunAsOfDate delimited by size
            ", not tonight's run " delimited by size
            SchedulerAsOfDate delimited by size
            into RejectText
        end-string
        perform 7000-Reject thru 7000-Exit
    end-if

    perform varying ScenarioNumber from 1 by 1
            until ScenarioNumber is greater than NumberOfScenarios
        move 1 to ExpectedFrom
        move Rejections to RejectionsBefore
        move PX-MasterSeed(1, ScenarioNumber) to SC-MasterSeed(ScenarioNumber)
        perform varying PartitionNumber from 1 by 1
                until PartitionNumber is greater than PartitionCount
            perform 3100-CheckOneShare thru 3100-Exit
        end-perform
        if Rejections equal to RejectionsBefore
                and ExpectedFrom not equal to SC-Rounds(ScenarioNumber) + 1
            compute ShownRound = ExpectedFrom - 1
            move spaces to RejectText
            string
                "scenario " delimited by size
                ScenarioNumber delimited by size
                ": partitions play only up to round " delimited by size
                ShownRound delimited by size
                " of its " delimited by size
                SC-Rounds(ScenarioNumber) delimited by size
                into RejectText
            end-string
            perform 7000-Reject thru 7000-Exit
        end-if
    end-perform
    move SC-MasterSeed(1) to RunMasterSeed.
3000-Exit.
    exit.

3100-CheckOneShare.
    if PX-Found(PartitionNumber, ScenarioNumber) equal to zero
        move spaces to RejectText
        string
            "partition " delimited by size
            PartitionNumber delimited by size
            " has no line for scenario " delimited by size
            ScenarioNumber delimited by size
            into RejectText
        end-string
        perform 7000-Reject thru 7000-Exit
        go to 3100-Exit
    end-if

*> The next partition is checked against where this one ends,
*> whatever is wrong with this one, so one fault is reported once.
    move ExpectedFrom to ShareFrom
    if PX-RoundTo(PartitionNumber, ScenarioNumber) is not less than ExpectedFrom
        compute ExpectedFrom = PX-RoundTo(PartitionNumber, ScenarioNumber) + 1
    end-if

    move spaces to RejectText
    evaluate true
        when PX-AsOfDate(PartitionNumber, ScenarioNumber) not equal to RunAsOfDate
            string
                "partition " delimited by size
                PartitionNumber delimited by size
                " ran for " delimited by size
                PX-AsOfDate(PartitionNumber, ScenarioNumber) delimited by size
                ", partition 01 for " delimited by size
                RunAsOfDate delimited by size
                " - not the same run" delimited by size
                into RejectText
            end-string
        when PX-Count(PartitionNumber, ScenarioNumber) not equal to PartitionCount
            string
                "partition " delimited by size
                PartitionNumber delimited by size
                " ran as one of " delimited by size
                PX-Count(PartitionNumber, ScenarioNumber) delimited by size
                ", the deck lists " delimited by size
                PartitionCount delimited by size
                into RejectText
            end-string
        when PX-MasterSeed(PartitionNumber, ScenarioNumber)
                not equal to SC-MasterSeed(ScenarioNumber)
            string
                "partition " delimited by size
                PartitionNumber delimited by size
                " scenario " delimited by size
                ScenarioNumber delimited by size
                " has master seed " delimited by size
                PX-MasterSeed(PartitionNumber, ScenarioNumber) delimited by size
                ", partition 01 has " delimited by size
                SC-MasterSeed(ScenarioNumber) delimited by size
                into RejectText
            end-string
        when PX-Doors(PartitionNumber, ScenarioNumber) not equal to SC-Doors(ScenarioNumber)
            string
                "partition " delimited by size
                PartitionNumber delimited by size
                " scenario " delimited by size
                ScenarioNumber delimited by size
                " played " delimited by size
                PX-Doors(PartitionNumber, ScenarioNumber) delimited by size
                " doors, MontyHallParms.dat now says " delimited by size
                SC-Doors(ScenarioNumber) delimited by size
                into RejectText
            end-string
        when PX-RoundFrom(PartitionNumber, ScenarioNumber) is less than ShareFrom
            string
                "partition " delimited by size
                PartitionNumber delimited by size
                " scenario " delimited by size
                ScenarioNumber delimited by size
                " OVERLAPS - starts at round " delimited by size
                PX-RoundFrom(PartitionNumber, ScenarioNumber) delimited by size
                ", next unplayed is " delimited by size
                ShareFrom delimited by size
                into RejectText
            end-string
        when PX-RoundFrom(PartitionNumber, ScenarioNumber) is greater than ShareFrom
            string
                "partition " delimited by size
                PartitionNumber delimited by size
                " scenario " delimited by size
                ScenarioNumber delimited by size
                " leaves a gap - starts at round " delimited by size
                PX-RoundFrom(PartitionNumber, ScenarioNumber) delimited by size
                ", expected " delimited by size
                ShareFrom delimited by size
                into RejectText
            end-string
        when other
            continue
    end-evaluate
    if RejectText not equal to spaces
        perform 7000-Reject thru 7000-Exit
        go to 3100-Exit
    end-if

*> The stream seed is derived from the master seed and the
*> partition number; a partition on any other seed - another
*> partition's above all - has not drawn from its own stream.
    compute ExpectedStreamSeed =
        SC-MasterSeed(ScenarioNumber) * 100 + PartitionNumber
    if PX-StreamSeed(PartitionNumber, ScenarioNumber) not equal to ExpectedStreamSeed
        move spaces to RejectText
        string
            "partition " delimited by size
            PartitionNumber delimited by size
            " scenario " delimited by size
            ScenarioNumber delimited by size
            " drew from stream " delimited by size
            PX-StreamSeed(PartitionNumber, ScenarioNumber) delimited by size
            ", its own is " delimited by size
            ExpectedStreamSeed delimited by size
            into RejectText
        end-string
        perform 7000-Reject thru 7000-Exit
        go to 3100-Exit
    end-if
    perform varying OtherPartition from 1 by 1
            until OtherPartition is not less than PartitionNumber
        if PX-StreamSeed(OtherPartition, ScenarioNumber)
                equal to PX-StreamSeed(PartitionNumber, ScenarioNumber)
            move spaces to RejectText
            string
                "partitions " delimited by size
                OtherPartition delimited by size
                " and " delimited by size
                PartitionNumber delimited by size
                " OVERLAP - scenario " delimited by size
                ScenarioNumber delimited by size
                " drawn from the same stream" delimited by size
                into RejectText
            end-string
            perform 7000-Reject thru 7000-Exit
        end-if
    end-perform

    move spaces to ReportLine
    string
        "Partition " delimited by size
        PartitionNumber delimited by size
        "  step " delimited by size
        PT-StepNumber(PartitionNumber) delimited by size
        "  scenario " delimited by size
        ScenarioNumber delimited by size
        "  rounds " delimited by size
        PX-RoundFrom(PartitionNumber, ScenarioNumber) delimited by size
        "-" delimited by size
        PX-RoundTo(PartitionNumber, ScenarioNumber) delimited by size
        "  stream " delimited by size
        PX-StreamSeed(PartitionNumber, ScenarioNumber) delimited by size
        "  ran for " delimited by size
        PX-AsOfDate(PartitionNumber, ScenarioNumber) delimited by size
        into ReportLine
    end-string
    write ReportLine.
3100-Exit.
    exit.

*> Every detail line and every logged draw a partition wrote must
*> fall in its own rounds.
4000-CheckDetailFiles.
    perform varying ScenarioNumber from 1 by 1
            until ScenarioNumber is greater than NumberOfScenarios
        perform varying PartitionNumber from 1 by 1
                until PartitionNumber is greater than PartitionCount
            perform 6100-SetDetailFileName thru 6100-Exit
            perform 4100-ScanDetailFile thru 4100-Exit
        end-perform
    end-perform
    perform varying PartitionNumber from 1 by 1
            until PartitionNumber is greater than PartitionCount
        perform 6200-SetDrawFileName thru 6200-Exit
        perform 4300-ScanDrawFile thru 4300-Exit
    end-perform.
4000-Exit.
    exit.

*> Rounds run one after another from the first of the partition's
*> range to the last; a round number going back is a restart from
*> the checkpoint, noted so the copy can drop what it replaced.
4100-ScanDetailFile.
    move zero to RestartCount
    move zero to LineNumber
    move PX-RoundFrom(PartitionNumber, ScenarioNumber) to RangeFrom
    move PX-RoundTo(PartitionNumber, ScenarioNumber) to RangeTo
    compute LastKey = RangeFrom - 1

    move "00" to PartitionDetailStatus
    open input PartitionDetail
    if PartitionDetailNotFound
        if RangeTo is not less than RangeFrom
            move spaces to RejectText
            string
                "partition " delimited by size
                PartitionNumber delimited by size
                " - no " delimited by size
                trim(DetailFileName) delimited by size
                " on file" delimited by size
                into RejectText
            end-string
            perform 7000-Reject thru 7000-Exit
        end-if
        go to 4100-Exit
    end-if

    move spaces to RejectText
    perform with test after until EndOfPartitionDetail or RejectText not equal to spaces
        read PartitionDetail
            at end set EndOfPartitionDetail to true
            not at end perform 4150-ScanDetailLine thru 4150-Exit
        end-read
    end-perform
    close PartitionDetail

    if RejectText equal to spaces and LastKey not equal to RangeTo
        move LastKey to ShownRound
        string
            trim(DetailFileName) delimited by size
            " ends at round " delimited by size
            ShownRound delimited by size
            ", the partition's rounds end at " delimited by size
            RangeTo delimited by size
            into RejectText
        end-string
    end-if
    if RejectText not equal to spaces
        perform 7000-Reject thru 7000-Exit
    end-if.
4100-Exit.
    exit.

4150-ScanDetailLine.
    add 1 to LineNumber
    evaluate true
        when DR-Round is not numeric
            string
                trim(DetailFileName) delimited by size
                " line " delimited by size
                LineNumber delimited by size
                " has no round number" delimited by size
                into RejectText
            end-string
        when DR-Round is less than RangeFrom or DR-Round is greater than RangeTo
            string
                trim(DetailFileName) delimited by size
                " has round " delimited by size
                DR-Round delimited by size
                " - OVERLAP, not its own rounds" delimited by size
                into RejectText
            end-string
        when DR-Round equal to LastKey + 1
            move DR-Round to LastKey
        when DR-Round is not greater than LastKey
            if RestartCount equal to 50
                string
                    trim(DetailFileName) delimited by size
                    " restarts more than 50 times" delimited by size
                    into RejectText
                end-string
            else
                add 1 to RestartCount
                move LineNumber to RS-Line(RestartCount)
                move DR-Round to RS-Key(RestartCount)
                move DR-Round to LastKey
            end-if
        when other
            move LastKey to ShownRound
            string
                trim(DetailFileName) delimited by size
                " skips from round " delimited by size
                ShownRound delimited by size
                " to " delimited by size
                DR-Round delimited by size
                into RejectText
            end-string
    end-evaluate.
4150-Exit.
    exit.

*> A partition run without draw sampling has no draw log; that is
*> not a fault. Draws carry the scenario, so their key is the
*> scenario and round together, and several draws share a round.
4300-ScanDrawFile.
    move zero to RestartCount
    move zero to LineNumber
    move zero to LastKey
    move "00" to PartitionDrawsStatus
    open input PartitionDraws
    if PartitionDrawsNotFound
        go to 4300-Exit
    end-if

    move spaces to RejectText
    perform with test after until EndOfPartitionDraws or RejectText not equal to spaces
        read PartitionDraws
            at end set EndOfPartitionDraws to true
            not at end perform 4350-ScanDrawLine thru 4350-Exit
        end-read
    end-perform
    close PartitionDraws
    if RejectText not equal to spaces
        perform 7000-Reject thru 7000-Exit
    end-if.
4300-Exit.
    exit.

4350-ScanDrawLine.
    add 1 to LineNumber
    if PD-Scenario is not numeric or PD-Round is not numeric
            or PD-Scenario equal to zero
            or PD-Scenario is greater than NumberOfScenarios
        string
            trim(DrawFileName) delimited by size
            " line " delimited by size
            LineNumber delimited by size
            " is not a draw of a scenario on the deck" delimited by size
            into RejectText
        end-string
        go to 4350-Exit
    end-if
    if PD-Round is less than PX-RoundFrom(PartitionNumber, PD-Scenario)
            or PD-Round is greater than PX-RoundTo(PartitionNumber, PD-Scenario)
        string
            trim(DrawFileName) delimited by size
            " has scenario " delimited by size
            PD-Scenario delimited by size
            " round " delimited by size
            PD-Round delimited by size
            " - OVERLAP, not its own rounds" delimited by size
            into RejectText
        end-string
        go to 4350-Exit
    end-if
    compute LineKey = PD-Scenario * 1000000 + PD-Round
    if LineKey is less than LastKey
        if RestartCount equal to 50
            string
                trim(DrawFileName) delimited by size
                " restarts more than 50 times" delimited by size
                into RejectText
            end-string
            go to 4350-Exit
        end-if
        add 1 to RestartCount
        move LineNumber to RS-Line(RestartCount)
        move LineKey to RS-Key(RestartCount)
    end-if
    move LineKey to LastKey.
4350-Exit.
    exit.

5000-WriteMergedRun.
    open input MergeControl
    if MergeControlFound
        read MergeControl
            at end continue
            not at end
                if MC-AsOfDate equal to RunAsOfDate
                        and MC-PartitionCount equal to PartitionCount
                        and MC-MasterSeed equal to RunMasterSeed
                    move 1 to DrawsAlreadyMerged
                end-if
        end-read
        close MergeControl
    end-if

    perform varying ScenarioNumber from 1 by 1
            until ScenarioNumber is greater than NumberOfScenarios
        perform 5100-MergeScenario thru 5100-Exit
    end-perform

    if DrawsAlreadyMerged equal to 1
        move "Draws for this run are already on MontyHallDrawLog.dat - not appended again"
            to ReportLine
        write ReportLine
    else
        perform varying PartitionNumber from 1 by 1
                until PartitionNumber is greater than PartitionCount
            perform 6200-SetDrawFileName thru 6200-Exit
            perform 5300-AppendDraws thru 5300-Exit
        end-perform
        if DrawFilesFound is greater than zero
            close DrawLog
        end-if
    end-if

    perform 5500-WriteSweepSummary thru 5500-Exit

    open output MergeControl
    move spaces to MergeControlRecord
    move RunAsOfDate to MC-AsOfDate
    move PartitionCount to MC-PartitionCount
    move RunMasterSeed to MC-MasterSeed
    write MergeControlRecord
    close MergeControl

    move spaces to ReportLine
    string
        "MERGED - " delimited by size
        PartitionCount delimited by size
        " partition(s), " delimited by size
        NumberOfScenarios delimited by size
        " scenario(s), " delimited by size
        LinesCopied delimited by size
        " round(s), " delimited by size
        DrawsCopied delimited by size
        " draw(s) appended" delimited by size
        into ReportLine
    end-string
    write ReportLine.
5000-Exit.
    exit.

5100-MergeScenario.
    move spaces to ResultsFileName
    if ScenarioNumber equal to 1
        move "MontyHallResults.dat" to ResultsFileName
    else
        string
            "MontyHallResults-" delimited by size
            ScenarioNumber delimited by size
            ".dat" delimited by size
            into ResultsFileName
        end-string
    end-if
    open output MontyHallResults

    perform varying PartitionNumber from 1 by 1
            until PartitionNumber is greater than PartitionCount
        add PX-StayWins(PartitionNumber, ScenarioNumber) to SC-StayWins(ScenarioNumber)
        add PX-SwapWins(PartitionNumber, ScenarioNumber) to SC-SwapWins(ScenarioNumber)
        add PX-RandomWins(PartitionNumber, ScenarioNumber) to SC-RandomWins(ScenarioNumber)
        add PX-Voided(PartitionNumber, ScenarioNumber) to SC-Voided(ScenarioNumber)
        move PX-HostModel(PartitionNumber, ScenarioNumber) to SC-HostModel(ScenarioNumber)
        perform 6100-SetDetailFileName thru 6100-Exit
        perform 4100-ScanDetailFile thru 4100-Exit
        perform 5200-CopyDetailFile thru 5200-Exit
    end-perform
    close MontyHallResults.
5100-Exit.
    exit.

5200-CopyDetailFile.
    move zero to LineNumber
    move "00" to PartitionDetailStatus
    open input PartitionDetail
    if PartitionDetailNotFound
        go to 5200-Exit
    end-if
    perform with test after until EndOfPartitionDetail
        read PartitionDetail
            at end set EndOfPartitionDetail to true
            not at end
                add 1 to LineNumber
                move DR-Round to LineKey
                perform 5800-CheckSuperseded thru 5800-Exit
                if LineSuperseded equal to zero
                    move PartitionDetailLine to MontyHallResultLine
                    write MontyHallResultLine
                    add 1 to LinesCopied
                    add 1 to SC-Merged(ScenarioNumber)
                end-if
        end-read
    end-perform
    close PartitionDetail.
5200-Exit.
    exit.

5300-AppendDraws.
    perform 4300-ScanDrawFile thru 4300-Exit
    move zero to LineNumber
    move "00" to PartitionDrawsStatus
    open input PartitionDraws
    if PartitionDrawsNotFound
        go to 5300-Exit
    end-if
    if DrawFilesFound equal to zero
        open extend DrawLog
        if DrawLogNotFound
            open output DrawLog
        end-if
    end-if
    add 1 to DrawFilesFound
    perform with test after until EndOfPartitionDraws
        read PartitionDraws
            at end set EndOfPartitionDraws to true
            not at end
                add 1 to LineNumber
                compute LineKey = PD-Scenario * 1000000 + PD-Round
                perform 5800-CheckSuperseded thru 5800-Exit
                if LineSuperseded equal to zero
                    move PartitionDrawRecord to DrawLogRecord
                    write DrawLogRecord
                    add 1 to DrawsCopied
                end-if
        end-read
    end-perform
    close PartitionDraws.
5300-Exit.
    exit.

*> Copied in MontyHall's own sweep-summary layout.
5500-WriteSweepSummary.
    open output SweepSummary
    move "Scenario  Rounds   Doors  Host  Stay%    Swap%    Random%  Voided  StayW  SwapW  RandW  Scored" to SummaryLine
    write SummaryLine

    perform varying ScenarioIdx from 1 by 1
            until ScenarioIdx is greater than NumberOfScenarios
        compute ScoredRounds = SC-Rounds(ScenarioIdx) - SC-Voided(ScenarioIdx)
        if ScoredRounds equal to zero
            move 1 to ScoredRounds
        end-if
        compute ScenarioPct rounded =
            SC-StayWins(ScenarioIdx) * 100 / ScoredRounds
        move ScenarioPct to StayPctEdited
        compute ScenarioPct rounded =
            SC-SwapWins(ScenarioIdx) * 100 / ScoredRounds
        move ScenarioPct to SwapPctEdited
        compute ScenarioPct rounded =
            SC-RandomWins(ScenarioIdx) * 100 / ScoredRounds
        move ScenarioPct to RandomPctEdited

        set ScenarioDisplayNumber to ScenarioIdx
        move spaces to SummaryLine
        string
            ScenarioDisplayNumber delimited by size
            "        " delimited by size
            SC-Rounds(ScenarioIdx) delimited by size
            "  " delimited by size
            SC-Doors(ScenarioIdx) delimited by size
            "    " delimited by size
            SC-HostModel(ScenarioIdx) delimited by size
            "     " delimited by size
            StayPctEdited delimited by size
            "   " delimited by size
            SwapPctEdited delimited by size
            "   " delimited by size
            RandomPctEdited delimited by size
            "   " delimited by size
            SC-Voided(ScenarioIdx) delimited by size
            "  " delimited by size
            SC-StayWins(ScenarioIdx) delimited by size
            " " delimited by size
            SC-SwapWins(ScenarioIdx) delimited by size
            " " delimited by size
            SC-RandomWins(ScenarioIdx) delimited by size
            " " delimited by size
            ScoredRounds delimited by size
            into SummaryLine
        end-string
        write SummaryLine
    end-perform
    close SweepSummary.
5500-Exit.
    exit.

*> A line was replaced when a restart later in the file went back
*> to its key or before it.
5800-CheckSuperseded.
    move zero to LineSuperseded
    perform varying RestartIdx from 1 by 1
            until RestartIdx is greater than RestartCount
        if RS-Line(RestartIdx) is greater than LineNumber
                and RS-Key(RestartIdx) is not greater than LineKey
            move 1 to LineSuperseded
        end-if
    end-perform.
5800-Exit.
    exit.

6000-SetPartitionSuffix.
    move spaces to PartitionSuffix
    string
        "P" delimited by size
        PartitionNumber delimited by size
        into PartitionSuffix
    end-string.
6000-Exit.
    exit.

6100-SetDetailFileName.
    perform 6000-SetPartitionSuffix thru 6000-Exit
    move spaces to DetailFileName
    if ScenarioNumber equal to 1
        string
            "MontyHallResults." delimited by size
            PartitionSuffix delimited by size
            ".dat" delimited by size
            into DetailFileName
        end-string
    else
        string
            "MontyHallResults-" delimited by size
            ScenarioNumber delimited by size
            "." delimited by size
            PartitionSuffix delimited by size
            ".dat" delimited by size
            into DetailFileName
        end-string
    end-if.
6100-Exit.
    exit.

6200-SetDrawFileName.
    perform 6000-SetPartitionSuffix thru 6000-Exit
    move spaces to DrawFileName
    string
        "MontyHallDrawLog." delimited by size
        PartitionSuffix delimited by size
        ".dat" delimited by size
        into DrawFileName
    end-string.
6200-Exit.
    exit.

7000-Reject.
    add 1 to Rejections
    move spaces to ReportLine
    string
        "  REJECTED: " delimited by size
        RejectText delimited by size
        into ReportLine
    end-string
    write ReportLine
    display "MontyHallPartitionMerge: " trim(RejectText)
    move spaces to RejectText.
7000-Exit.
    exit.

8000-SetReturnCode.
    evaluate true
        when Rejections is greater than zero
            move spaces to ReportLine
            string
                "MERGE REJECTED - " delimited by size
                Rejections delimited by size
                " problem(s); nothing written" delimited by size
                into ReportLine
            end-string
            write ReportLine
            set BatchCompletedWithErrors to true
        when DrawsAlreadyMerged equal to 1
            set BatchCompletedWithWarnings to true
        when other
            set BatchCompletedNormally to true
    end-evaluate
    display "MontyHallPartitionMerge: " PartitionCount " partition(s), "
        LinesCopied " round(s) merged, " DrawsCopied " draw(s) appended, "
        Rejections " problem(s)".
8000-Exit.
    exit.

9000-Terminate.
    close MergeReport.
9000-Exit.
    exit.

end program MontyHallPartitionMerge.
