identification division.
program-id. RuntimeBaselineRun.

*> Runtime baseline and anomaly report, run in the morning beside
*> MorningBulletin. The bulletin only shows last night's warnings, so
*> a step getting slower every week went unnoticed until it ran into
*> the batch window. This run reads every step line on
*> JobRunHistory.dat - elapsed time from its start and end stamps,
*> and the record count the scheduler logs under it for steps listed
*> on JobStepVolumes.dat - and for each step on NightlyJobPlan.dat
*> keeps a rolling baseline over the last runs (20 by default): the
*> median elapsed time and its spread (the median distance from the
*> median), the same for record counts, and the trend in seconds per
*> day. Each night in the baseline period is compared with the
*> baseline built from the runs before it, and a step outside the
*> median by more than the anomaly factor (3 by default) times the
*> spread - never less than a tenth of the median or a second - is
*> listed SLOW or FAST, or VOLUME HIGH or LOW. The critical path -
*> the longest dependency chain at each step's time as of the last
*> run (its median carried forward along its trend), or the whole
*> plan end to end when JobSchedulerParms.dat runs it one slot at a
*> time - is set against the window from the usual start time to the
*> window end on JobSchedulerParms.dat, and its trend projects the
*> night it will overrun. RuntimeBaselineParms.dat sets the runs,
*> the factor and the alert days (30): a step outside its baseline
*> last night, or an overrun projected within the alert days, ends
*> the run with a warning.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
file-control.
    select RuntimeBaselineParms assign to "RuntimeBaselineParms.dat"
        organization is line sequential
        file status is RuntimeBaselineParmsStatus.
    select SchedulerParms assign to "JobSchedulerParms.dat"
        organization is line sequential
        file status is SchedulerParmsStatus.
    select NightlyJobPlan assign to "NightlyJobPlan.dat"
        organization is line sequential
        file status is NightlyJobPlanStatus.
    select JobRunHistory assign to "JobRunHistory.dat"
        organization is line sequential
        file status is JobRunHistoryStatus.
    select BaselineReport assign to "RuntimeBaselineReport.dat"
        organization is line sequential.

data division.
file section.
    fd RuntimeBaselineParms.
        01 RuntimeBaselineParmRecord.
            02 ParmBaselineRuns  pic 999.
            02 filler            pic x.
            02 ParmAnomalyFactor pic 9.
            02 filler            pic x.
            02 ParmAlertDays     pic 999.

    fd SchedulerParms.
        01 SchedulerParmRecord.
            02 ParmSlotLimit pic 9.
            02 filler        pic x.
            02 ParmWindowEnd pic 9(4).

    fd NightlyJobPlan.
        01 JobPlanRecord.
            02 JP-StepNumber  pic 99.
            02 filler         pic x.
            02 JP-DependsOn   pic 99.
            02 filler         pic x.
            02 JP-DisplayName pic x(30).
            02 filler         pic x(273).
*> Input-requirement lines ("IN" where the step number goes) carry
*> no step of their own and are passed over.

*> The scheduler's history lines: "Run started/ended" stamps, and
*> per step "Step NN  name  start ... end ... rc" or "... records".
    fd JobRunHistory.
        01 HistoryLine pic x(120).
        01 StepHistoryLine.
            02 SH-Tag         pic x(5).
            02 SH-StepNumber  pic 99.
            02 filler         pic x(2).
            02 SH-DisplayName pic x(30).
            02 SH-Kind        pic x(8).
            02 SH-StartStamp  pic x(14).
            02 filler         pic x(6).
            02 SH-EndStamp    pic x(14).
            02 filler         pic x(39).
        01 VolumeHistoryLine.
            02 filler         pic x(39).
            02 VH-Kind        pic x(10).
            02 VH-Records     pic 9(7).
            02 filler         pic x(64).

    fd BaselineReport.
        01 ReportLine pic x(132).

working-storage section.
    01 RuntimeBaselineParmsStatus pic xx value spaces.
        88 RuntimeBaselineParmsFound value "00".
    01 SchedulerParmsStatus pic xx value spaces.
        88 SchedulerParmsFound value "00".
    01 NightlyJobPlanStatus pic xx value spaces.
        88 NightlyJobPlanNotFound value "35".
        88 EndOfNightlyJobPlan value "10".
    01 JobRunHistoryStatus pic xx value spaces.
        88 JobRunHistoryNotFound value "35".
        88 EndOfJobRunHistory value "10".

    01 BaselineRuns pic 999 value 20.
    01 AnomalyFactor pic 9 value 3.
    01 AlertDays pic 999 value 30.
    01 SlotLimit pic 9 value 1.
    01 WindowEnd pic 9(4) value 0600.
    01 WindowEndParts redefines WindowEnd.
        02 WindowEndHour   pic 99.
        02 WindowEndMinute pic 99.

    01 Runs.
        02 RunEntry occurs 1 to 2000 times depending on NumberOfRuns
                indexed by RunIdx.
            03 RN-Date        pic 9(8).
            03 RN-Day         pic 9(7).
            03 RN-StartSecond pic 9(5).
            03 RN-Duration    pic 9(6).
    01 NumberOfRuns pic 9(4) value zero.
    01 FirstReportedRun pic 9(4) value zero.

    01 Observations.
        02 Observation occurs 1 to 6000 times depending on NumberOfObservations
                indexed by ObservationIdx.
            03 OB-StepNumber  pic 99.
            03 OB-RunOrdinal  pic 9(4).
            03 OB-Elapsed     pic 9(6).
            03 OB-Records     pic 9(7).
            03 OB-HasRecords  pic 9.
    01 NumberOfObservations pic 9(4) value zero.
    01 ObservationsDropped pic 9(5) value zero.

    01 Steps.
        02 StepEntry occurs 1 to 30 times depending on NumberOfSteps
                indexed by StepIdx.
            03 ST-StepNumber  pic 99.
            03 ST-DependsOn   pic 99.
            03 ST-DisplayName pic x(30).
            03 ST-Runs        pic 9(4).
            03 ST-Median      pic 9(6)v9.
            03 ST-Spread      pic 9(6)v9.
            03 ST-Latest      pic 9(6).
            03 ST-Slope       pic s9(5)v9(3).
            03 ST-Current     pic 9(6)v9.
            03 ST-RecordRuns  pic 9(4).
            03 ST-RecordMedian pic 9(7)v9.
            03 ST-Finish      pic 9(7)v9.
            03 ST-PathSlope   pic s9(5)v9(3).
            03 ST-PathBefore  pic 99.
            03 ST-OnPath      pic 9.
    01 NumberOfSteps pic 99 value zero.
    01 DependencyIndex pic 99 value zero.
    01 PathEndIndex pic 99 value zero.
    01 PathIdx pic 99 value zero.

*> One step's observations in history order.
    01 StepObservations.
        02 SO-Index pic 9(4) occurs 2000 times.
    01 StepObservationCount pic 9(4) value zero.
    01 StepObsIdx pic 9(4) value zero.
    01 WindowFirst pic 9(4) value zero.
    01 WindowObsIdx pic 9(4) value zero.

    01 SortArea.
        02 SortValue pic 9(7)v9 occurs 2000 times.
    01 SortCount pic 9(4) value zero.
    01 SortPass pic 9(4) value zero.
    01 SortIdx pic 9(4) value zero.
    01 SortSwap pic 9(7)v9 value zero.
    01 SortSwapped pic 9 value zero usage binary.
    01 MedianValue pic 9(7)v9 value zero.
    01 SpreadValue pic 9(7)v9 value zero.
    01 SavedMedian pic 9(7)v9 value zero.
    01 AllowedSpread pic 9(7)v9 value zero.
    01 UpperLimit pic 9(8)v9 value zero.
    01 LowerLimit pic s9(8)v9 value zero.
    01 MeasuredValue pic 9(7) value zero.
    01 AnomalyKind pic x(11) value spaces.
    01 MeasureKind pic x(8) value spaces.

    01 TrendCount pic 9(4) value zero.
    01 TrendX pic s9(7) value zero.
    01 TrendSumX pic s9(11) value zero.
    01 TrendSumY pic s9(11) value zero.
    01 TrendSumXY pic s9(15) value zero.
    01 TrendSumXX pic s9(15) value zero.
    01 TrendDivisor pic s9(18) value zero.
    01 TrendFirstDay pic 9(7) value zero.
    01 TrendLastDay pic 9(7) value zero.
    01 TrendCurrent pic s9(7)v9 value zero.

    01 StampText pic x(14) value spaces.
    01 StampParts redefines StampText.
        02 StampDate   pic 9(8).
        02 StampHour   pic 99.
        02 StampMinute pic 99.
        02 StampSecond pic 99.
    01 StampSeconds pic 9(12) value zero.
    01 StartSeconds pic 9(12) value zero.
    01 RunStartSeconds pic 9(12) value zero.

    01 SecondsToShow pic 9(7) value zero.
    01 TimeText pic x(9) value spaces.
    01 ShowHours pic 999 value zero.
    01 ShowMinutes pic 99 value zero.
    01 ShowSeconds pic 99 value zero.
    01 ShowHoursEdited pic z99.
    01 BaselineTimeText pic x(9) value spaces.
    01 SpreadTimeText pic x(9) value spaces.
    01 LatestTimeText pic x(9) value spaces.
    01 SlopeEdited pic +(5)9.999.
    01 CountEdited pic z(6)9.
    01 RunsEdited pic zzz9.
    01 DaysEdited pic z(5)9.

    01 PathLength pic 9(7)v9 value zero.
    01 PathSlope pic s9(5)v9(3) value zero.
    01 WindowStart pic 9(5) value zero.
    01 WindowAvailable pic 9(6) value zero.
    01 DaysToOverrun pic 9(7) value zero.
    01 OverrunDate pic 9(8) value zero.
    01 OverrunAlert pic 9 value zero usage binary.

    01 AnomaliesReported pic 9(5) value zero.
    01 AnomaliesLastRun pic 9(5) value zero.

    copy BatchReturnCode.

procedure division.

0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    if BatchCompletedWithErrors
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 2000-BaselineAllSteps thru 2000-Exit
    perform 3000-ProjectCriticalPath thru 3000-Exit
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
    move BatchReturnCode to return-code
    stop run.

1000-Initialize.
    open input RuntimeBaselineParms
    if RuntimeBaselineParmsFound
        read RuntimeBaselineParms
            at end continue
            not at end
                if ParmBaselineRuns is numeric and ParmBaselineRuns is greater than 2
                    move ParmBaselineRuns to BaselineRuns
                end-if
                if ParmAnomalyFactor is numeric and ParmAnomalyFactor is greater than zero
                    move ParmAnomalyFactor to AnomalyFactor
                end-if
                if ParmAlertDays is numeric
                    move ParmAlertDays to AlertDays
                end-if
        end-read
        close RuntimeBaselineParms
    end-if
    if BaselineRuns is greater than 2000
        move 2000 to BaselineRuns
    end-if

    open input SchedulerParms
    if SchedulerParmsFound
        read SchedulerParms
            at end continue
            not at end
                if ParmSlotLimit is numeric and ParmSlotLimit is greater than zero
                    move ParmSlotLimit to SlotLimit
                end-if
                if ParmWindowEnd is numeric
                    move ParmWindowEnd to WindowEnd
                end-if
        end-read
        close SchedulerParms
    end-if

    perform 1100-LoadJobPlan thru 1100-Exit
    if NumberOfSteps equal to zero
        display "RuntimeBaselineRun: no NightlyJobPlan.dat on file"
        set BatchCompletedWithErrors to true
        go to 1000-Exit
    end-if
    perform 1200-LoadHistory thru 1200-Exit
    if NumberOfRuns equal to zero
        display "RuntimeBaselineRun: no runs on JobRunHistory.dat - nothing to baseline"
        set BatchCompletedWithErrors to true
        go to 1000-Exit
    end-if
    if ObservationsDropped is greater than zero
        display "RuntimeBaselineRun: " ObservationsDropped
            " step line(s) past the 6000-line work table were not read"
    end-if
    if NumberOfRuns is greater than BaselineRuns
        compute FirstReportedRun = NumberOfRuns - BaselineRuns + 1
    else
        move 1 to FirstReportedRun
    end-if

    open output BaselineReport
    move RN-Date(NumberOfRuns) to StampDate
    move BaselineRuns to RunsEdited
    move spaces to ReportLine
    string
        "Runtime baseline from JobRunHistory.dat - last run " delimited by size
        StampDate delimited by size
        ", baseline of the last " delimited by size
        function trim(RunsEdited) delimited by size
        " runs" delimited by size
        into ReportLine
    end-string
    write ReportLine
    move spaces to ReportLine
    write ReportLine
    move "Step Name                           Runs   Median    Spread    Latest  Trend s/day  Records"
        to ReportLine
    write ReportLine.
1000-Exit.
    exit.

1100-LoadJobPlan.
    open input NightlyJobPlan
    if NightlyJobPlanNotFound
        go to 1100-Exit
    end-if

    perform 1150-ReadPlanRecord thru 1150-Exit
    perform with test after until EndOfNightlyJobPlan
        if not EndOfNightlyJobPlan and NumberOfSteps is less than 30
                and JP-StepNumber is numeric
            add 1 to NumberOfSteps
            initialize StepEntry(NumberOfSteps)
            move JP-StepNumber to ST-StepNumber(NumberOfSteps)
            move JP-DependsOn to ST-DependsOn(NumberOfSteps)
            move JP-DisplayName to ST-DisplayName(NumberOfSteps)
        end-if
        if not EndOfNightlyJobPlan
            perform 1150-ReadPlanRecord thru 1150-Exit
        end-if
    end-perform
    close NightlyJobPlan.
1100-Exit.
    exit.

1150-ReadPlanRecord.
    read NightlyJobPlan
        at end set EndOfNightlyJobPlan to true
    end-read.
1150-Exit.
    exit.

1200-LoadHistory.
    open input JobRunHistory
    if JobRunHistoryNotFound
        go to 1200-Exit
    end-if

    perform 1250-ReadHistoryLine thru 1250-Exit
    perform with test after until EndOfJobRunHistory
        if not EndOfJobRunHistory
            perform 1300-TakeHistoryLine thru 1300-Exit
            perform 1250-ReadHistoryLine thru 1250-Exit
        end-if
    end-perform
    close JobRunHistory.
1200-Exit.
    exit.

1250-ReadHistoryLine.
    read JobRunHistory
        at end set EndOfJobRunHistory to true
    end-read.
1250-Exit.
    exit.

1300-TakeHistoryLine.
    evaluate true
        when HistoryLine(1:12) equal to "Run started "
            if NumberOfRuns is less than 2000
                add 1 to NumberOfRuns
                move HistoryLine(13:14) to StampText
                perform 1400-StampToSeconds thru 1400-Exit
                move StampSeconds to RunStartSeconds
                move StampDate to RN-Date(NumberOfRuns)
                compute RN-Day(NumberOfRuns) = function integer-of-date(StampDate)
                compute RN-StartSecond(NumberOfRuns) =
                    StampHour * 3600 + StampMinute * 60 + StampSecond
                move zero to RN-Duration(NumberOfRuns)
            end-if
        when HistoryLine(1:10) equal to "Run ended "
                and NumberOfRuns is greater than zero
            move HistoryLine(11:14) to StampText
            perform 1400-StampToSeconds thru 1400-Exit
            if StampSeconds is greater than RunStartSeconds
                compute RN-Duration(NumberOfRuns) = StampSeconds - RunStartSeconds
            end-if
        when SH-Tag equal to "Step " and SH-Kind equal to "  start "
                and SH-StepNumber is numeric and NumberOfRuns is greater than zero
            perform 1500-TakeStepElapsed thru 1500-Exit
        when SH-Tag equal to "Step " and VH-Kind equal to "  records "
                and VH-Records is numeric and NumberOfObservations is greater than zero
            perform 1600-TakeStepVolume thru 1600-Exit
        when other
            continue
    end-evaluate.
1300-Exit.
    exit.

1400-StampToSeconds.
    move zero to StampSeconds
    if StampText is numeric
        compute StampSeconds = function integer-of-date(StampDate) * 86400
            + StampHour * 3600 + StampMinute * 60 + StampSecond
    end-if.
1400-Exit.
    exit.

1500-TakeStepElapsed.
    if NumberOfObservations equal to 6000
        add 1 to ObservationsDropped
        go to 1500-Exit
    end-if
    move SH-StartStamp to StampText
    perform 1400-StampToSeconds thru 1400-Exit
    move StampSeconds to StartSeconds
    move SH-EndStamp to StampText
    perform 1400-StampToSeconds thru 1400-Exit
    if StartSeconds equal to zero or StampSeconds is less than StartSeconds
        go to 1500-Exit
    end-if

    add 1 to NumberOfObservations
    move SH-StepNumber to OB-StepNumber(NumberOfObservations)
    move NumberOfRuns to OB-RunOrdinal(NumberOfObservations)
    compute OB-Elapsed(NumberOfObservations) = StampSeconds - StartSeconds
    move zero to OB-Records(NumberOfObservations)
    move zero to OB-HasRecords(NumberOfObservations).
1500-Exit.
    exit.

*> A records line belongs to the step's latest elapsed line of the
*> same run; a retry's own line carries no stamps and is passed over.
1600-TakeStepVolume.
    perform varying ObservationIdx from NumberOfObservations by -1
            until ObservationIdx is less than 1
            or OB-RunOrdinal(ObservationIdx) not equal to NumberOfRuns
        if OB-StepNumber(ObservationIdx) equal to SH-StepNumber
            move VH-Records to OB-Records(ObservationIdx)
            move 1 to OB-HasRecords(ObservationIdx)
            go to 1600-Exit
        end-if
    end-perform.
1600-Exit.
    exit.

2000-BaselineAllSteps.
    perform varying StepIdx from 1 by 1 until StepIdx is greater than NumberOfSteps
        perform 2100-BaselineOneStep thru 2100-Exit
    end-perform

    move spaces to ReportLine
    write ReportLine
    move spaces to ReportLine
    move BaselineRuns to RunsEdited
    string
        "Outside baseline over the last " delimited by size
        function trim(RunsEdited) delimited by size
        " runs" delimited by size
        into ReportLine
    end-string
    write ReportLine
    perform varying StepIdx from 1 by 1 until StepIdx is greater than NumberOfSteps
        perform 2500-CheckStepNights thru 2500-Exit
    end-perform
    if AnomaliesReported equal to zero
        move "  every step ran inside its baseline" to ReportLine
        write ReportLine
    end-if.
2000-Exit.
    exit.

2100-BaselineOneStep.
    perform 2150-GatherStepObservations thru 2150-Exit
    if StepObservationCount equal to zero
        move spaces to ReportLine
        string
            ST-StepNumber(StepIdx) delimited by size
            "   " delimited by size
            ST-DisplayName(StepIdx) delimited by size
            "     0   no runs on the history" delimited by size
            into ReportLine
        end-string
        write ReportLine
        go to 2100-Exit
    end-if

    if StepObservationCount is greater than BaselineRuns
        compute WindowFirst = StepObservationCount - BaselineRuns + 1
    else
        move 1 to WindowFirst
    end-if
    compute ST-Runs(StepIdx) = StepObservationCount - WindowFirst + 1

    move "ELAPSED" to MeasureKind
    move StepObservationCount to StepObsIdx
    perform 2200-FillWindow thru 2200-Exit
    perform 5100-ComputeMedian thru 5100-Exit
    perform 5200-ComputeSpread thru 5200-Exit
    move MedianValue to ST-Median(StepIdx)
    move SpreadValue to ST-Spread(StepIdx)
    set ObservationIdx to SO-Index(StepObservationCount)
    move OB-Elapsed(ObservationIdx) to ST-Latest(StepIdx)

    move "RECORDS" to MeasureKind
    perform 2200-FillWindow thru 2200-Exit
    move SortCount to ST-RecordRuns(StepIdx)
    if SortCount is greater than zero
        perform 5100-ComputeMedian thru 5100-Exit
        move MedianValue to ST-RecordMedian(StepIdx)
    end-if

    perform 2300-ComputeTrend thru 2300-Exit

    move ST-Median(StepIdx) to SecondsToShow
    perform 5500-FormatSeconds thru 5500-Exit
    move TimeText to BaselineTimeText
    move ST-Spread(StepIdx) to SecondsToShow
    perform 5500-FormatSeconds thru 5500-Exit
    move TimeText to SpreadTimeText
    move ST-Latest(StepIdx) to SecondsToShow
    perform 5500-FormatSeconds thru 5500-Exit
    move TimeText to LatestTimeText
    move ST-Runs(StepIdx) to RunsEdited
    move ST-Slope(StepIdx) to SlopeEdited
    move spaces to ReportLine
    string
        ST-StepNumber(StepIdx) delimited by size
        "   " delimited by size
        ST-DisplayName(StepIdx) delimited by size
        " " delimited by size
        RunsEdited delimited by size
        " " delimited by size
        BaselineTimeText delimited by size
        " " delimited by size
        SpreadTimeText delimited by size
        " " delimited by size
        LatestTimeText delimited by size
        "  " delimited by size
        SlopeEdited delimited by size
        into ReportLine
    end-string
    if ST-RecordRuns(StepIdx) is greater than zero
        move ST-RecordMedian(StepIdx) to CountEdited
        move CountEdited to ReportLine(91:7)
    end-if
    write ReportLine.
2100-Exit.
    exit.

2150-GatherStepObservations.
    move zero to StepObservationCount
    perform varying ObservationIdx from 1 by 1
            until ObservationIdx is greater than NumberOfObservations
        if OB-StepNumber(ObservationIdx) equal to ST-StepNumber(StepIdx)
                and StepObservationCount is less than 2000
            add 1 to StepObservationCount
            set SO-Index(StepObservationCount) to ObservationIdx
        end-if
    end-perform.
2150-Exit.
    exit.

*> Load SortValue with the step's elapsed times (or record counts)
*> from observation WindowFirst through StepObsIdx.
2200-FillWindow.
    move zero to SortCount
    perform varying WindowObsIdx from WindowFirst by 1
            until WindowObsIdx is greater than StepObsIdx
        set ObservationIdx to SO-Index(WindowObsIdx)
        if MeasureKind equal to "ELAPSED"
            add 1 to SortCount
            move OB-Elapsed(ObservationIdx) to SortValue(SortCount)
        else
            if OB-HasRecords(ObservationIdx) equal to 1
                add 1 to SortCount
                move OB-Records(ObservationIdx) to SortValue(SortCount)
            end-if
        end-if
    end-perform.
2200-Exit.
    exit.

*> Least-squares slope of elapsed seconds against the run day, over
*> the same runs as the baseline.
2300-ComputeTrend.
    move zero to ST-Slope(StepIdx)
    move zero to TrendCount
    move zero to TrendSumX
    move zero to TrendSumY
    move zero to TrendSumXY
    move zero to TrendSumXX
    set ObservationIdx to SO-Index(WindowFirst)
    set RunIdx to OB-RunOrdinal(ObservationIdx)
    move RN-Day(RunIdx) to TrendFirstDay
    perform varying WindowObsIdx from WindowFirst by 1
            until WindowObsIdx is greater than StepObservationCount
        set ObservationIdx to SO-Index(WindowObsIdx)
        set RunIdx to OB-RunOrdinal(ObservationIdx)
        compute TrendX = RN-Day(RunIdx) - TrendFirstDay
        add 1 to TrendCount
        add TrendX to TrendSumX
        add OB-Elapsed(ObservationIdx) to TrendSumY
        compute TrendSumXY = TrendSumXY + (TrendX * OB-Elapsed(ObservationIdx))
        compute TrendSumXX = TrendSumXX + (TrendX * TrendX)
    end-perform
    compute TrendDivisor = (TrendCount * TrendSumXX) - (TrendSumX * TrendSumX)
    if TrendCount is greater than 1 and TrendDivisor not equal to zero
        compute ST-Slope(StepIdx) rounded =
            ((TrendCount * TrendSumXY) - (TrendSumX * TrendSumY)) / TrendDivisor
    end-if

*> The median sits half the baseline period back; carried forward
*> along the trend it gives the step's time as of the last run.
    compute TrendLastDay = RN-Day(RunIdx)
    compute TrendCurrent rounded = ST-Median(StepIdx)
        + (ST-Slope(StepIdx) * (TrendLastDay - TrendFirstDay) / 2)
    if TrendCurrent is less than zero
        move zero to ST-Current(StepIdx)
    else
        move TrendCurrent to ST-Current(StepIdx)
    end-if.
2300-Exit.
    exit.

*> Every night in the reported runs is held against the baseline of
*> the runs before it; three earlier runs at least are needed.
2500-CheckStepNights.
    perform 2150-GatherStepObservations thru 2150-Exit
    perform varying StepObsIdx from 4 by 1
            until StepObsIdx is greater than StepObservationCount
        set ObservationIdx to SO-Index(StepObsIdx)
        if OB-RunOrdinal(ObservationIdx) is not less than FirstReportedRun
            perform 2600-CheckOneNight thru 2600-Exit
        end-if
    end-perform.
2500-Exit.
    exit.

2600-CheckOneNight.
    if StepObsIdx - 1 is greater than BaselineRuns
        compute WindowFirst = StepObsIdx - BaselineRuns
    else
        move 1 to WindowFirst
    end-if
    subtract 1 from StepObsIdx

    move "ELAPSED" to MeasureKind
    perform 2200-FillWindow thru 2200-Exit
    add 1 to StepObsIdx
    set ObservationIdx to SO-Index(StepObsIdx)
    move OB-Elapsed(ObservationIdx) to MeasuredValue
    perform 2700-TestAgainstBaseline thru 2700-Exit

    if OB-HasRecords(ObservationIdx) equal to 1
        move "RECORDS" to MeasureKind
        subtract 1 from StepObsIdx
        perform 2200-FillWindow thru 2200-Exit
        add 1 to StepObsIdx
        set ObservationIdx to SO-Index(StepObsIdx)
        if SortCount is not less than 3
            move OB-Records(ObservationIdx) to MeasuredValue
            perform 2700-TestAgainstBaseline thru 2700-Exit
        end-if
    end-if.
2600-Exit.
    exit.

2700-TestAgainstBaseline.
    perform 5100-ComputeMedian thru 5100-Exit
    perform 5200-ComputeSpread thru 5200-Exit
    move SpreadValue to AllowedSpread
    if AllowedSpread is less than MedianValue / 10
        compute AllowedSpread = MedianValue / 10
    end-if
    if AllowedSpread is less than 1
        move 1 to AllowedSpread
    end-if
    compute UpperLimit = MedianValue + (AnomalyFactor * AllowedSpread)
    compute LowerLimit = MedianValue - (AnomalyFactor * AllowedSpread)

    move spaces to AnomalyKind
    evaluate true
        when MeasuredValue is greater than UpperLimit
            if MeasureKind equal to "ELAPSED"
                move "SLOW" to AnomalyKind
            else
                move "VOLUME HIGH" to AnomalyKind
            end-if
        when MeasuredValue is less than LowerLimit
            if MeasureKind equal to "ELAPSED"
                move "FAST" to AnomalyKind
            else
                move "VOLUME LOW" to AnomalyKind
            end-if
        when other
            go to 2700-Exit
    end-evaluate

    add 1 to AnomaliesReported
    set RunIdx to OB-RunOrdinal(ObservationIdx)
    if RunIdx equal to NumberOfRuns
        add 1 to AnomaliesLastRun
    end-if
    move spaces to ReportLine
    if MeasureKind equal to "ELAPSED"
        move MeasuredValue to SecondsToShow
        perform 5500-FormatSeconds thru 5500-Exit
        move TimeText to LatestTimeText
        move MedianValue to SecondsToShow
        perform 5500-FormatSeconds thru 5500-Exit
        move TimeText to BaselineTimeText
        move AllowedSpread to SecondsToShow
        perform 5500-FormatSeconds thru 5500-Exit
        move TimeText to SpreadTimeText
        string
            "  " delimited by size
            RN-Date(RunIdx) delimited by size
            "  step " delimited by size
            ST-StepNumber(StepIdx) delimited by size
            " " delimited by size
            ST-DisplayName(StepIdx) delimited by size
            " elapsed " delimited by size
            LatestTimeText delimited by size
            "  baseline " delimited by size
            BaselineTimeText delimited by size
            " +/-" delimited by size
            SpreadTimeText delimited by size
            "  " delimited by size
            AnomalyKind delimited by size
            into ReportLine
        end-string
    else
        move MeasuredValue to CountEdited
        move CountEdited to LatestTimeText
        move MedianValue to CountEdited
        move CountEdited to BaselineTimeText
        move AllowedSpread to CountEdited
        move CountEdited to SpreadTimeText
        string
            "  " delimited by size
            RN-Date(RunIdx) delimited by size
            "  step " delimited by size
            ST-StepNumber(StepIdx) delimited by size
            " " delimited by size
            ST-DisplayName(StepIdx) delimited by size
            " records " delimited by size
            LatestTimeText delimited by size
            "  baseline " delimited by size
            BaselineTimeText delimited by size
            " +/-" delimited by size
            SpreadTimeText delimited by size
            "  " delimited by size
            AnomalyKind delimited by size
            into ReportLine
        end-string
    end-if
    write ReportLine.
2700-Exit.
    exit.

*> Each step finishes its current time after the step it depends on -
*> or after every step before it when the plan runs one slot wide -
*> and the path's trend is the sum of its steps' trends.
3000-ProjectCriticalPath.
    move zero to PathEndIndex
    perform varying StepIdx from 1 by 1 until StepIdx is greater than NumberOfSteps
        move zero to DependencyIndex
        if SlotLimit equal to 1
            if StepIdx is greater than 1
                compute DependencyIndex = StepIdx - 1
            end-if
        else
            perform varying PathIdx from 1 by 1 until PathIdx is not less than StepIdx
                if ST-StepNumber(PathIdx) equal to ST-DependsOn(StepIdx)
                    move PathIdx to DependencyIndex
                end-if
            end-perform
        end-if
        move DependencyIndex to ST-PathBefore(StepIdx)
        if DependencyIndex equal to zero
            move ST-Current(StepIdx) to ST-Finish(StepIdx)
            move ST-Slope(StepIdx) to ST-PathSlope(StepIdx)
        else
            compute ST-Finish(StepIdx) = ST-Finish(DependencyIndex) + ST-Current(StepIdx)
            compute ST-PathSlope(StepIdx) =
                ST-PathSlope(DependencyIndex) + ST-Slope(StepIdx)
        end-if
        if PathEndIndex equal to zero
            set PathEndIndex to StepIdx
        else
            if ST-Finish(StepIdx) is greater than ST-Finish(PathEndIndex)
                set PathEndIndex to StepIdx
            end-if
        end-if
    end-perform

    move spaces to ReportLine
    write ReportLine
    if SlotLimit equal to 1
        move "Critical path - the plan runs one slot wide, so every step in turn"
            to ReportLine
    else
        move "Critical path - the longest dependency chain at current times"
            to ReportLine
    end-if
    write ReportLine

    move PathEndIndex to PathIdx
    perform until PathIdx equal to zero
        move 1 to ST-OnPath(PathIdx)
        move ST-PathBefore(PathIdx) to PathIdx
    end-perform
    perform varying StepIdx from 1 by 1 until StepIdx is greater than NumberOfSteps
        if ST-OnPath(StepIdx) equal to 1
            move ST-Current(StepIdx) to SecondsToShow
            perform 5500-FormatSeconds thru 5500-Exit
            move spaces to ReportLine
            string
                "  " delimited by size
                ST-StepNumber(StepIdx) delimited by size
                "   " delimited by size
                ST-DisplayName(StepIdx) delimited by size
                " now " delimited by size
                TimeText delimited by size
                into ReportLine
            end-string
            write ReportLine
        end-if
    end-perform

    move ST-Finish(PathEndIndex) to PathLength
    move ST-PathSlope(PathEndIndex) to PathSlope
    perform 3100-FindWindow thru 3100-Exit

    move PathLength to SecondsToShow
    perform 5500-FormatSeconds thru 5500-Exit
    move TimeText to BaselineTimeText
    move WindowAvailable to SecondsToShow
    perform 5500-FormatSeconds thru 5500-Exit
    move TimeText to SpreadTimeText
    move PathSlope to SlopeEdited
    move spaces to ReportLine
    string
        "Critical path " delimited by size
        BaselineTimeText delimited by size
        ", trend " delimited by size
        function trim(SlopeEdited) delimited by size
        " s/day; the window to " delimited by size
        WindowEnd delimited by size
        " leaves " delimited by size
        SpreadTimeText delimited by size
        into ReportLine
    end-string
    write ReportLine

    move spaces to ReportLine
    evaluate true
        when PathLength is not less than WindowAvailable
            move 1 to OverrunAlert
            move "** The critical path already overruns the window end **"
                to ReportLine
        when PathSlope is not greater than zero
            move "No overrun in sight - the critical path is not growing"
                to ReportLine
        when other
            compute DaysToOverrun rounded =
                ((WindowAvailable - PathLength) / PathSlope) + 0.5
            compute OverrunDate = function date-of-integer(
                RN-Day(NumberOfRuns) + DaysToOverrun)
            move DaysToOverrun to DaysEdited
            if DaysToOverrun is not greater than AlertDays
                move 1 to OverrunAlert
                string
                    "** Projected to overrun the window end on " delimited by size
                    OverrunDate delimited by size
                    ", " delimited by size
                    function trim(DaysEdited) delimited by size
                    " day(s) from the last run **" delimited by size
                    into ReportLine
                end-string
            else
                string
                    "Projected to overrun the window end on " delimited by size
                    OverrunDate delimited by size
                    ", " delimited by size
                    function trim(DaysEdited) delimited by size
                    " day(s) from the last run" delimited by size
                    into ReportLine
                end-string
            end-if
    end-evaluate
    write ReportLine.
3000-Exit.
    exit.

*> The window opens at the median start time of the baseline runs
*> and closes at the window end, the next morning when that is
*> earlier in the day.
3100-FindWindow.
    move zero to SortCount
    perform varying RunIdx from FirstReportedRun by 1
            until RunIdx is greater than NumberOfRuns
        add 1 to SortCount
        move RN-StartSecond(RunIdx) to SortValue(SortCount)
    end-perform
    perform 5100-ComputeMedian thru 5100-Exit
    move MedianValue to WindowStart
    if (WindowEndHour * 3600 + WindowEndMinute * 60) is greater than WindowStart
        compute WindowAvailable = (WindowEndHour * 3600 + WindowEndMinute * 60)
            - WindowStart
    else
        compute WindowAvailable = 86400 - WindowStart
            + (WindowEndHour * 3600 + WindowEndMinute * 60)
    end-if.
3100-Exit.
    exit.

*> Median of SortValue(1) through SortValue(SortCount), which are left
*> in ascending order.
5100-ComputeMedian.
    move zero to MedianValue
    if SortCount equal to zero
        go to 5100-Exit
    end-if
    move 1 to SortSwapped
    perform varying SortPass from 1 by 1
            until SortPass is not less than SortCount or SortSwapped equal to zero
        move zero to SortSwapped
        perform varying SortIdx from 1 by 1
                until SortIdx is not less than SortCount - SortPass + 1
            if SortValue(SortIdx) is greater than SortValue(SortIdx + 1)
                move SortValue(SortIdx) to SortSwap
                move SortValue(SortIdx + 1) to SortValue(SortIdx)
                move SortSwap to SortValue(SortIdx + 1)
                move 1 to SortSwapped
            end-if
        end-perform
    end-perform
    if function mod(SortCount, 2) equal to 1
        move SortValue((SortCount + 1) / 2) to MedianValue
    else
        compute MedianValue rounded =
            (SortValue(SortCount / 2) + SortValue((SortCount / 2) + 1)) / 2
    end-if.
5100-Exit.
    exit.

*> Spread is the median distance from the median just computed.
5200-ComputeSpread.
    perform varying SortIdx from 1 by 1 until SortIdx is greater than SortCount
        compute SortValue(SortIdx) = function abs(SortValue(SortIdx) - MedianValue)
    end-perform
    move MedianValue to SavedMedian
    perform 5100-ComputeMedian thru 5100-Exit
    move MedianValue to SpreadValue
    move SavedMedian to MedianValue.
5200-Exit.
    exit.

5500-FormatSeconds.
    divide SecondsToShow by 3600 giving ShowHours
    compute ShowMinutes = function mod(SecondsToShow, 3600) / 60
    compute ShowSeconds = function mod(SecondsToShow, 60)
    move ShowHours to ShowHoursEdited
    move spaces to TimeText
    string
        ShowHoursEdited delimited by size
        ":" delimited by size
        ShowMinutes delimited by size
        ":" delimited by size
        ShowSeconds delimited by size
        into TimeText
    end-string.
5500-Exit.
    exit.

8000-SetReturnCode.
    display "RuntimeBaselineRun: " NumberOfRuns " run(s), " AnomaliesReported
        " outside baseline (" AnomaliesLastRun " last night)"
    if AnomaliesLastRun is greater than zero or OverrunAlert equal to 1
        set BatchCompletedWithWarnings to true
    else
        set BatchCompletedNormally to true
    end-if.
8000-Exit.
    exit.

9000-Terminate.
    close BaselineReport.
9000-Exit.
    exit.

end program RuntimeBaselineRun.
