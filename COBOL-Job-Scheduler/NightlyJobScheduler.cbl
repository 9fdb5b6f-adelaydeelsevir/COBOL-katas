*> JobSchedulerCheckpoint.dat remembers which steps completed so a
*> rerun after a failure resumes from the failed step the way
*> TestSuiteDriver resumes its roster; a fully clean run clears it.
*> A step fed from outside the shop can declare the input files it
*> needs on "IN" lines in the plan: the step and everything behind
*> it wait until each file is on hand and fresh, and once the wait
*> limit passes the step ends INPUT NOT ARRIVED and its branch is
*> halted instead of running against yesterday's file.
*> Steps also declare the files they read ("RD") and update ("UP"):
*> two steps that would touch the same file with at least one of
*> them updating it never go out in the same wave, whatever the
*> dependencies say, and the pre-flight lists every such pair.
*> The plan is kept by JobPlanMaintenance, which puts a "PV" line
*> on top naming the plan version; each night's run history says
*> which version was in force.
*> A night the machine was down is not lost: the scheduler finds
*> the last run that ended on JobRunHistory.dat, and every weekly,
*> business-day or period-end step that fell due on a night in
*> between is run first, oldest night first and in roster order,
*> with that night's date exported to the step as JOB_AS_OF_DATE
*> (every step gets tonight's date there otherwise). An operator
*> WAIVE control drops a step's catch-ups - one night's, or all.
*> Each step is also told its own step number as JOB_STEP_NUMBER, so
*> one program listed as several parallel steps - MontyHall's
*> partitions - can tell which share of the work is its own.

environment division.
configuration section.
        assign to "../COBOL-Friday-The-13th/FiscalPeriodCalendar.dat"
        organization is line sequential
        file status is FiscalPeriodCalendarStatus.
    select StepVolumes assign to "JobStepVolumes.dat"
        organization is line sequential
        file status is StepVolumesStatus.
    select StepVolumeFile assign to StepVolumeFileName
        organization is line sequential
        file status is StepVolumeFileStatus.

data division.
file section.
            02 JP-RetryCount  pic 9.
            02 filler         pic x.
            02 JP-RetryDelay  pic 9(3).
*> An input requirement has "IN" where the step number goes, then
*> the step that needs the file, the file (relative to this
*> directory), how recent it must be in hours (000 = any copy on
*> hand will do) and how many minutes the step may wait for it
*> once it is otherwise ready to run. A step may have several.
        01 PlanInputRecord.
            02 PI-RecordType  pic xx.
                88 PlanLineIsInput value "IN".
            02 filler         pic x.
            02 PI-StepNumber  pic 99.
            02 filler         pic x.
            02 PI-FileName    pic x(60).
            02 filler         pic x.
            02 PI-FreshHours  pic 999.
            02 filler         pic x.
            02 PI-WaitMinutes pic 999.
*> A resource declaration has "RD" or "UP" where the step number
*> goes, then the step and the file it reads or updates (relative
*> to this directory, written the same way on every line that
*> names it).
        01 PlanResourceRecord.
            02 PR-RecordType  pic xx.
                88 PlanLineReads   value "RD".
                88 PlanLineUpdates value "UP".
            02 filler         pic x.
            02 PR-StepNumber  pic 99.
            02 filler         pic x.
            02 PR-FileName    pic x(60).
        01 PlanVersionRecord.
            02 PV-RecordType  pic xx.
                88 PlanLineIsVersion value "PV".
            02 filler         pic x.
            02 PV-Version     pic 9(4).
            02 filler         pic x.
            02 PV-Effective   pic 9(8).

    fd JobRunHistory.
        01 HistoryLine pic x(120).
    fd StepRcFile.
        01 StepRcLine pic x(10).

*> The batch window end (HHMM) is not used by the scheduler itself;
*> RuntimeBaselineRun projects the critical path against it.
    fd SchedulerParms.
        01 SchedulerParmRecord.
            02 ParmSlotLimit pic 9.
            02 filler        pic x.
            02 ParmWindowEnd pic 9(4).

*> Operator controls, read at start of run: HOLD parks a step (and
*> by cascade everything depending on it) without touching the
*> plan; SKIP marks a step satisfied so its dependents run anyway -
*> for a step the operator ran by hand; FORCE reruns a step the
*> checkpoint says completed; WAIVE drops the step's catch-ups for
*> missed nights - the one night given after the initials, or every
*> missed night when none is. Every control applied is echoed to
*> the run history with the operator's initials.
    fd OperatorControls.
        01 OperatorControlRecord.
                88 ControlIsHold  value "HOLD".
                88 ControlIsSkip  value "SKIP".
                88 ControlIsForce value "FORCE".
                88 ControlIsWaive value "WAIVE".
            02 filler        pic x.
            02 OC-StepNumber pic 99.
            02 filler        pic x.
            02 OC-Initials   pic x(3).
            02 filler        pic x.
            02 OC-NightText  pic x(8).
            02 OC-Night redefines OC-NightText pic 9(8).

    fd BusinessDayCalendarFile.
        01 CalendarRecord.
            02 filler          pic x.
            02 FC-PeriodEnd    pic 9(8).

*> Step volumes: JobStepVolumes.dat names, for any step that has one,
*> the feed or output file (relative to this directory) whose line
*> count is the step's record count. After a step lands without errors the
*> count goes to the run history under its step line, so the runtime
*> baseline can set elapsed time against the work done.
    fd StepVolumes.
        01 StepVolumeRecord.
            02 SV-StepNumber pic 99.
            02 filler        pic x.
            02 SV-FileName   pic x(60).

    fd StepVolumeFile.
        01 StepVolumeLine pic x(250).

working-storage section.
    01 NightlyJobPlanStatus pic xx value spaces.
        88 NightlyJobPlanNotFound value "35".
        88 EndOfNightlyJobPlan value "10".
    01 JobRunHistoryStatus pic xx value spaces.
        88 JobRunHistoryNotFound value "35".
        88 EndOfJobRunHistory value "10".
    01 SchedulerCheckpointStatus pic xx value spaces.
        88 SchedulerCheckpointNotFound value "35".
        88 EndOfSchedulerCheckpoint value "10".
            03 JS-FreqValue   pic 99.
            03 JS-RetryCount  pic 9.
            03 JS-RetryDelay  pic 9(3).
            03 JS-VolumeFile  pic x(60).
            03 JS-Status      pic x.
                88 StepIsPending   value "P".
                88 StepIsClean     value "C".
                88 StepIsNotDue    value "N".
                88 StepIsHeld      value "H".
                88 StepOperatorSkipped value "X".
                88 StepInputNotArrived value "I".
    01 NumberOfSteps pic 99 value zero.
    01 DependencyIdx pic 99 value zero.
    01 DependencyStatus pic x value space.
    01 TonightOnBdCalendar pic 9 value zero usage binary.
    01 TonightIsPeriodEnd pic 9 value zero usage binary.
    01 StepsNotDue pic 99 value zero.
    01 CalendarCheckDate pic 9(8) value zero.
    01 CheckDayOfWeek pic 9 value zero.
    01 CheckIsBusinessDay pic 9 value zero usage binary.
    01 CheckOnBdCalendar pic 9 value zero usage binary.
    01 CheckIsPeriodEnd pic 9 value zero usage binary.

*> Catch-up for missed nights: one entry per step due on a night the
*> scheduler did not run, in the order they are to run.
    01 LastRunNight pic 9(8) value zero.
    01 RunStartedNight pic 9(8) value zero.
    01 MissedNight pic 9(8) value zero.
    01 MissedNights pic 99 value zero.
    01 MissedNightLimit pic 99 value 45.
    01 CatchUps.
        02 CatchUp occurs 60 times indexed by CatchUpIdx, PriorCatchUpIdx.
            03 CU-StepIndex pic 99.
            03 CU-Night     pic 9(8).
            03 CU-Status    pic x.
                88 CatchUpIsPending value "P".
                88 CatchUpFailed    value "F", "S".
    01 NumberOfCatchUps pic 99 value zero.
    01 CatchUpsDropped pic 99 value zero.
    01 CatchUpIsDue pic 9 value zero usage binary.
    01 CatchUpBlocked pic 9 value zero usage binary.
    01 Waivers.
        02 Waiver occurs 20 times indexed by WaiverIdx.
            03 WV-StepNumber pic 99.
            03 WV-Night      pic 9(8).
            03 WV-Initials   pic x(3).
    01 NumberOfWaivers pic 99 value zero.
    01 WaivedBy pic x(3) value spaces.
    01 StepAsOfDate pic 9(8) value zero.

    01 StepVolumesStatus pic xx value spaces.
        88 StepVolumesNotFound value "35".
        88 EndOfStepVolumes value "10".
    01 StepVolumeFileStatus pic xx value spaces.
        88 StepVolumeFileNotFound value "35".
        88 EndOfStepVolumeFile value "10".
    01 StepVolumeFileName pic x(60) value spaces.
    01 StepVolumeCount pic 9(7) value zero.

    01 InputRequirements.
        02 InputRequirement occurs 30 times indexed by InputIdx.
            03 IR-StepNumber  pic 99.
            03 IR-StepIndex   pic 99.
            03 IR-FileName    pic x(60).
            03 IR-FreshHours  pic 999.
            03 IR-WaitMinutes pic 999.
            03 IR-Deadline    pic 9(12).
            03 IR-CheckResult pic 9.
                88 InputHasArrived value 0.
                88 InputIsStale    value 1.
                88 InputIsMissing  value 2.
    01 NumberOfInputs pic 99 value zero.
    01 UnusablePlanLines pic 99 value zero.
    01 InputCheckCommand pic x(400) value spaces.
    01 InputFreshMinutes pic 9(6) value zero.
    01 InputsOutstanding pic 99 value zero.
    01 InputDeadlinePassed pic 9 value zero usage binary.
    01 MissedInputIdx pic 99 value zero.
    01 StepsAwaitingInput pic 99 value zero.
    01 StepsInputNotArrived pic 99 value zero.
    01 InputPollSeconds pic 999 value 60.
    01 InputPollCommand pic x(20) value spaces.
    01 NowSeconds pic 9(12) value zero.

    01 ResourceClaims.
        02 ResourceClaim occurs 60 times
                indexed by ClaimIdx, OtherClaimIdx.
            03 RS-StepNumber pic 99.
            03 RS-StepIndex  pic 99.
            03 RS-Mode       pic x.
                88 ClaimIsUpdate value "U".
            03 RS-FileName   pic x(60).
    01 NumberOfClaims pic 99 value zero.
    01 ConflictStepA pic 99 value zero.
    01 ConflictStepB pic 99 value zero.
    01 ConflictFileName pic x(60) value spaces.
    01 ConflictUpdater pic 99 value zero.
    01 StepsConflict pic 9 value zero usage binary.
    01 StepsAreChained pic 9 value zero usage binary.
    01 ConflictPairs pic 99 value zero.

    01 PlanVersion pic x(4) value spaces.
    01 PlanEffective pic x(8) value spaces.

    01 StepsRun pic 99 value zero.
    01 StepsFailed pic 99 value zero.
        go to 1000-Exit
    end-if
    perform 1200-RestoreCheckpoint thru 1200-Exit
    perform 1800-LoadStepVolumes thru 1800-Exit
    perform 1950-FindLastRunNight thru 1950-Exit

    open extend JobRunHistory
    if JobRunHistoryNotFound
        into HistoryLine
    end-string
    write HistoryLine
    move spaces to HistoryLine
    if PlanVersion equal to spaces
        move "Plan version none - NightlyJobPlan.dat carries no version line"
            to HistoryLine
    else
        string
            "Plan version " delimited by size
            PlanVersion delimited by size
            " effective " delimited by size
            PlanEffective delimited by size
            into HistoryLine
        end-string
    end-if
    write HistoryLine

    perform 1600-ApplyOperatorControls thru 1600-Exit
    perform 1400-ReadTonightsCalendar thru 1400-Exit
    perform 1500-MarkStepsNotDue thru 1500-Exit
    perform 1900-FindMissedCatchUps thru 1900-Exit
    move TonightsDate to StepAsOfDate.
1000-Exit.
    exit.

                    into HistoryLine
                end-string
            end-if
        when ControlIsWaive
            perform 1750-RecordWaiver thru 1750-Exit
        when other
            string
                "Operator control " delimited by size
1700-Exit.
    exit.

1750-RecordWaiver.
    if OC-NightText equal to spaces
        move zeros to OC-NightText
    end-if
    if OC-NightText is not numeric or NumberOfWaivers equal to 20
        string
            "Operator WAIVE step " delimited by size
            OC-StepNumber delimited by size
            " by " delimited by size
            OC-Initials delimited by size
            " IGNORED - night " delimited by size
            OC-NightText delimited by size
            " is not a date" delimited by size
            into HistoryLine
        end-string
        go to 1750-Exit
    end-if
    add 1 to NumberOfWaivers
    move OC-StepNumber to WV-StepNumber(NumberOfWaivers)
    move OC-Night to WV-Night(NumberOfWaivers)
    move OC-Initials to WV-Initials(NumberOfWaivers)
    if OC-Night equal to zero
        string
            "Operator WAIVE step " delimited by size
            OC-StepNumber delimited by size
            "  " delimited by size
            JS-DisplayName(ControlStepIndex) delimited by size
            "  catch-up for every missed night, by " delimited by size
            OC-Initials delimited by size
            into HistoryLine
        end-string
    else
        string
            "Operator WAIVE step " delimited by size
            OC-StepNumber delimited by size
            "  " delimited by size
            JS-DisplayName(ControlStepIndex) delimited by size
            "  catch-up for " delimited by size
            OC-NightText delimited by size
            ", by " delimited by size
            OC-Initials delimited by size
            into HistoryLine
        end-string
    end-if.
1750-Exit.
    exit.

1100-LoadJobPlan.
    open input NightlyJobPlan
    if NightlyJobPlanNotFound

    perform 1150-ReadPlanRecord thru 1150-Exit
    perform with test after until EndOfNightlyJobPlan
        if not EndOfNightlyJobPlan and JP-StepNumber is not numeric
            evaluate true
                when PlanLineIsVersion
                    move PV-Version to PlanVersion
                    move PV-Effective to PlanEffective
                when PlanLineReads or PlanLineUpdates
                    perform 1130-StoreResourceClaim thru 1130-Exit
                when other
                    perform 1120-StoreInputRequirement thru 1120-Exit
            end-evaluate
        end-if
        if not EndOfNightlyJobPlan and NumberOfSteps is less than 30
                and JP-StepNumber is numeric
            add 1 to NumberOfSteps
            move JP-StepNumber to JS-StepNumber(NumberOfSteps)
            move JP-DependsOn to JS-DependsOn(NumberOfSteps)
            else
                move zero to JS-RetryDelay(NumberOfSteps)
            end-if
            move spaces to JS-VolumeFile(NumberOfSteps)
            move "P" to JS-Status(NumberOfSteps)
        end-if
        if not EndOfNightlyJobPlan
1100-Exit.
    exit.

1120-StoreInputRequirement.
    if not PlanLineIsInput or PI-StepNumber is not numeric
            or PI-FileName equal to spaces
            or PI-FreshHours is not numeric
            or PI-WaitMinutes is not numeric
            or NumberOfInputs equal to 30
        add 1 to UnusablePlanLines
        display "NightlyJobScheduler: PLAN FAULT - unusable plan line "
            JobPlanRecord(1:40)
        go to 1120-Exit
    end-if
    add 1 to NumberOfInputs
    move PI-StepNumber to IR-StepNumber(NumberOfInputs)
    move zero to IR-StepIndex(NumberOfInputs)
    move PI-FileName to IR-FileName(NumberOfInputs)
    move PI-FreshHours to IR-FreshHours(NumberOfInputs)
    move PI-WaitMinutes to IR-WaitMinutes(NumberOfInputs)
    move zero to IR-Deadline(NumberOfInputs)
    move 2 to IR-CheckResult(NumberOfInputs).
1120-Exit.
    exit.

1130-StoreResourceClaim.
    if PR-StepNumber is not numeric or PR-FileName equal to spaces
            or NumberOfClaims equal to 60
        add 1 to UnusablePlanLines
        display "NightlyJobScheduler: PLAN FAULT - unusable plan line "
            JobPlanRecord(1:40)
        go to 1130-Exit
    end-if
    add 1 to NumberOfClaims
    move PR-StepNumber to RS-StepNumber(NumberOfClaims)
    move zero to RS-StepIndex(NumberOfClaims)
    move PR-FileName to RS-FileName(NumberOfClaims)
    if PlanLineUpdates
        move "U" to RS-Mode(NumberOfClaims)
    else
        move "R" to RS-Mode(NumberOfClaims)
    end-if.
1130-Exit.
    exit.

1150-ReadPlanRecord.
    read NightlyJobPlan
        at end set EndOfNightlyJobPlan to true
*> references (a dependency defined later in the roster than the
*> step that needs it), and circular chains are all reported with
*> the offending records, and the run refuses with the errors code.
*> So are input lines that can't be read or that name a step not on
*> the plan.
1300-ValidatePlan.
    move zero to PlanFaults

        perform 1350-CheckChainForCycle thru 1350-Exit
    end-perform

    add UnusablePlanLines to PlanFaults
    perform varying InputIdx from 1 by 1
            until InputIdx is greater than NumberOfInputs
        perform varying ValidateScanIdx from 1 by 1
                until ValidateScanIdx is greater than NumberOfSteps
            if JS-StepNumber(ValidateScanIdx) equal to IR-StepNumber(InputIdx)
                move ValidateScanIdx to IR-StepIndex(InputIdx)
            end-if
        end-perform
        if IR-StepIndex(InputIdx) equal to zero
            add 1 to PlanFaults
            display "NightlyJobScheduler: PLAN FAULT - input "
                function trim(IR-FileName(InputIdx))
                " is required by step " IR-StepNumber(InputIdx)
                " which is not on the plan"
        end-if
    end-perform

    perform varying ClaimIdx from 1 by 1
            until ClaimIdx is greater than NumberOfClaims
        perform varying ValidateScanIdx from 1 by 1
                until ValidateScanIdx is greater than NumberOfSteps
            if JS-StepNumber(ValidateScanIdx) equal to RS-StepNumber(ClaimIdx)
                move ValidateScanIdx to RS-StepIndex(ClaimIdx)
            end-if
        end-perform
        if RS-StepIndex(ClaimIdx) equal to zero
            add 1 to PlanFaults
            display "NightlyJobScheduler: PLAN FAULT - "
                function trim(RS-FileName(ClaimIdx))
                " is declared for step " RS-StepNumber(ClaimIdx)
                " which is not on the plan"
        end-if
    end-perform

    if PlanFaults is greater than zero
        display "NightlyJobScheduler: " PlanFaults
            " plan fault(s) - run refused, nothing was started"
        set BatchCompletedWithErrors to true
        go to 1300-Exit
    end-if
    perform 1380-ReportResourceConflicts thru 1380-Exit.
1300-Exit.
    exit.

*> Pre-flight: every pair of steps that declare the same file, one
*> of them updating it, with neither depending on the other through
*> the plan, is listed - those two will be kept out of each other's
*> wave, and the pairing may want a dependency of its own. A
*> conflict is a note, not a fault; the run goes ahead.
1380-ReportResourceConflicts.
    move zero to ConflictPairs
    perform varying ValidateIdx from 1 by 1
            until ValidateIdx is greater than NumberOfSteps
        perform varying ValidateScanIdx from 1 by 1
                until ValidateScanIdx is greater than NumberOfSteps
            if ValidateScanIdx is greater than ValidateIdx
                move ValidateIdx to ConflictStepA
                move ValidateScanIdx to ConflictStepB
                perform 2270-CheckStepsConflict thru 2270-Exit
                if StepsConflict equal to 1
                    perform 1390-CheckStepsChained thru 1390-Exit
                end-if
                if StepsConflict equal to 1 and StepsAreChained equal to zero
                    add 1 to ConflictPairs
                    display "NightlyJobScheduler: RESOURCE CONFLICT - steps "
                        JS-StepNumber(ConflictStepA) " ("
                        function trim(JS-DisplayName(ConflictStepA))
                        ") and " JS-StepNumber(ConflictStepB) " ("
                        function trim(JS-DisplayName(ConflictStepB))
                        ") both use " function trim(ConflictFileName)
                        ", step " ConflictUpdater " updates it"
                        " - they will not share a wave"
                end-if
            end-if
        end-perform
    end-perform
    if ConflictPairs is greater than zero
        display "NightlyJobScheduler: " ConflictPairs
            " resource conflict(s) will be run one after the other"
    end-if.
1380-Exit.
    exit.

*> Walks each step's dependency chain looking for the other; a pair
*> on one chain can never share a wave anyway.
1390-CheckStepsChained.
    move zero to StepsAreChained
    move zero to ChainHops
    move JS-DependsOn(ConflictStepB) to ChainNextNumber
    perform until ChainNextNumber equal to zero
            or ChainHops is greater than NumberOfSteps
            or StepsAreChained equal to 1
        add 1 to ChainHops
        if ChainNextNumber equal to JS-StepNumber(ConflictStepA)
            move 1 to StepsAreChained
        end-if
        move zero to ChainStepIdx
        perform varying DependencySearchIdx from 1 by 1
                until DependencySearchIdx is greater than NumberOfSteps
            if JS-StepNumber(DependencySearchIdx) equal to ChainNextNumber
                move DependencySearchIdx to ChainStepIdx
            end-if
        end-perform
        if ChainStepIdx equal to zero
            move zero to ChainNextNumber
        else
            move JS-DependsOn(ChainStepIdx) to ChainNextNumber
        end-if
    end-perform
    if StepsAreChained equal to 1
        go to 1390-Exit
    end-if

    move zero to ChainHops
    move JS-DependsOn(ConflictStepA) to ChainNextNumber
    perform until ChainNextNumber equal to zero
            or ChainHops is greater than NumberOfSteps
            or StepsAreChained equal to 1
        add 1 to ChainHops
        if ChainNextNumber equal to JS-StepNumber(ConflictStepB)
            move 1 to StepsAreChained
        end-if
        move zero to ChainStepIdx
        perform varying DependencySearchIdx from 1 by 1
                until DependencySearchIdx is greater than NumberOfSteps
            if JS-StepNumber(DependencySearchIdx) equal to ChainNextNumber
                move DependencySearchIdx to ChainStepIdx
            end-if
        end-perform
        if ChainStepIdx equal to zero
            move zero to ChainNextNumber
        else
            move JS-DependsOn(ChainStepIdx) to ChainNextNumber
        end-if
    end-perform.
1390-Exit.
    exit.

*> Each step has one parent at most, so a cycle shows up as a
*> dependency walk that is still going after as many hops as the
*> plan has steps.
1250-Exit.
    exit.

1800-LoadStepVolumes.
    open input StepVolumes
    if StepVolumesNotFound
        go to 1800-Exit
    end-if

    perform 1850-ReadStepVolume thru 1850-Exit
    perform with test after until EndOfStepVolumes
        if not EndOfStepVolumes
            perform varying ControlScanIdx from 1 by 1
                    until ControlScanIdx is greater than NumberOfSteps
                if JS-StepNumber(ControlScanIdx) equal to SV-StepNumber
                    move SV-FileName to JS-VolumeFile(ControlScanIdx)
                end-if
            end-perform
            perform 1850-ReadStepVolume thru 1850-Exit
        end-if
    end-perform
    close StepVolumes.
1800-Exit.
    exit.

1850-ReadStepVolume.
    read StepVolumes
        at end set EndOfStepVolumes to true
    end-read.
1850-Exit.
    exit.

*> Tonight's calendar facts, gathered once: the weekday from
*> DayOfWeek, business-day yes/no off the reference file (a date
*> missing from the file counts as a business day, with a note),
*> and whether tonight ends a fiscal period.
1400-ReadTonightsCalendar.
    move TonightsDate to CalendarCheckDate
    perform 1410-ReadCalendarForDate thru 1410-Exit
    move CheckDayOfWeek to TonightsDayOfWeek
    move CheckIsBusinessDay to TonightIsBusinessDay
    move CheckOnBdCalendar to TonightOnBdCalendar
    move CheckIsPeriodEnd to TonightIsPeriodEnd.
1400-Exit.
    exit.

1410-ReadCalendarForDate.
    compute CheckDayOfWeek = DayOfWeek(CalendarCheckDate)

    move zero to CheckIsBusinessDay
    move zero to CheckOnBdCalendar
    open input BusinessDayCalendarFile
    if not BusinessDayCalendarNotFound
        perform 1450-ReadCalendarDay thru 1450-Exit
        perform with test after until EndOfBusinessDayCalendar
                or CheckOnBdCalendar equal to 1
            if not EndOfBusinessDayCalendar
                    and CA-Date equal to CalendarCheckDate
                move 1 to CheckOnBdCalendar
                if CA-BusinessDay equal to "Y"
                    move 1 to CheckIsBusinessDay
                end-if
            end-if
            if not EndOfBusinessDayCalendar
                    and CheckOnBdCalendar equal to zero
                perform 1450-ReadCalendarDay thru 1450-Exit
            end-if
        end-perform
        close BusinessDayCalendarFile
    end-if
    if CheckOnBdCalendar equal to zero
        move 1 to CheckIsBusinessDay
    end-if

    move zero to CheckIsPeriodEnd
    open input FiscalPeriodCalendar
    if not FiscalPeriodCalendarNotFound
        perform 1470-ReadPeriodRecord thru 1470-Exit
        perform with test after until EndOfFiscalPeriodCalendar
            if not EndOfFiscalPeriodCalendar
                    and FC-PeriodEnd equal to CalendarCheckDate
                move 1 to CheckIsPeriodEnd
            end-if
            if not EndOfFiscalPeriodCalendar
                perform 1470-ReadPeriodRecord thru 1470-Exit
        end-perform
        close FiscalPeriodCalendar
    end-if.
1410-Exit.
    exit.

*> The night of the last run that got as far as its "Run ended"
*> line - a run that ends after midnight still belongs to the night
*> it started on.
1950-FindLastRunNight.
    move zero to LastRunNight
    move zero to RunStartedNight
    open input JobRunHistory
    if JobRunHistoryNotFound
        go to 1950-Exit
    end-if
    perform 1960-ReadHistoryLine thru 1960-Exit
    perform until EndOfJobRunHistory
        if HistoryLine(1:12) equal to "Run started "
                and HistoryLine(13:8) is numeric
            move HistoryLine(13:8) to RunStartedNight
        end-if
        if HistoryLine(1:10) equal to "Run ended "
                and RunStartedNight is greater than zero
            move RunStartedNight to LastRunNight
        end-if
        perform 1960-ReadHistoryLine thru 1960-Exit
    end-perform
    close JobRunHistory.
1950-Exit.
    exit.

1960-ReadHistoryLine.
    read JobRunHistory
        at end set EndOfJobRunHistory to true
    end-read.
1960-Exit.
    exit.

*> Every night after the last run and before tonight is put through
*> the calendar exactly as tonight is, and each weekly, business-day
*> or period-end step due that night gets a catch-up - unless the
*> operator waived it, or the step is held. A gap longer than the
*> limit is caught up over its latest nights only.
1900-FindMissedCatchUps.
    if LastRunNight equal to zero
            or LastRunNight is not less than TonightsDate
        go to 1900-Exit
    end-if
    compute MissedNights = function min(MissedNightLimit,
        function integer-of-date(TonightsDate)
            - function integer-of-date(LastRunNight) - 1)
    if MissedNights equal to zero
        go to 1900-Exit
    end-if

    compute MissedNight = function date-of-integer(
        function integer-of-date(TonightsDate) - MissedNights)
    perform until MissedNight is not less than TonightsDate
        move MissedNight to CalendarCheckDate
        perform 1410-ReadCalendarForDate thru 1410-Exit
        perform varying StepIdx from 1 by 1
                until StepIdx is greater than NumberOfSteps
            perform 1910-CheckCatchUpDue thru 1910-Exit
        end-perform
        compute MissedNight = function date-of-integer(
            function integer-of-date(MissedNight) + 1)
    end-perform

    move spaces to HistoryLine
    string
        "Catch-up: last run " delimited by size
        LastRunNight delimited by size
        ", " delimited by size
        MissedNights delimited by size
        " missed night(s), " delimited by size
        NumberOfCatchUps delimited by size
        " catch-up(s) to run" delimited by size
        into HistoryLine
    end-string
    write HistoryLine
    if CatchUpsDropped is greater than zero
        move spaces to HistoryLine
        string
            "Catch-up: " delimited by size
            CatchUpsDropped delimited by size
            " more catch-up(s) would not fit - run them by hand"
                delimited by size
            into HistoryLine
        end-string
        write HistoryLine
    end-if.
1900-Exit.
    exit.

1910-CheckCatchUpDue.
    move zero to CatchUpIsDue
    evaluate true
        when StepIsWeekly(StepIdx)
                and JS-FreqValue(StepIdx) equal to CheckDayOfWeek
            move 1 to CatchUpIsDue
        when StepIsBusinessDay(StepIdx) and CheckIsBusinessDay equal to 1
            move 1 to CatchUpIsDue
        when StepIsPeriodEnd(StepIdx) and CheckIsPeriodEnd equal to 1
            move 1 to CatchUpIsDue
        when other
            continue
    end-evaluate
    if CatchUpIsDue equal to zero
        go to 1910-Exit
    end-if

    move spaces to WaivedBy
    perform varying WaiverIdx from 1 by 1
            until WaiverIdx is greater than NumberOfWaivers
        if WV-StepNumber(WaiverIdx) equal to JS-StepNumber(StepIdx)
                and (WV-Night(WaiverIdx) equal to zero
                    or WV-Night(WaiverIdx) equal to MissedNight)
            move WV-Initials(WaiverIdx) to WaivedBy
        end-if
    end-perform

    move spaces to HistoryLine
    evaluate true
        when WaivedBy not equal to spaces
            string
                "Step " delimited by size
                JS-StepNumber(StepIdx) delimited by size
                "  " delimited by size
                JS-DisplayName(StepIdx) delimited by size
                "  CATCH-UP " delimited by size
                MissedNight delimited by size
                " WAIVED by " delimited by size
                WaivedBy delimited by size
                into HistoryLine
            end-string
            write HistoryLine
        when StepIsHeld(StepIdx)
            string
                "Step " delimited by size
                JS-StepNumber(StepIdx) delimited by size
                "  " delimited by size
                JS-DisplayName(StepIdx) delimited by size
                "  CATCH-UP " delimited by size
                MissedNight delimited by size
                " not run - step is held" delimited by size
                into HistoryLine
            end-string
            write HistoryLine
        when NumberOfCatchUps equal to 60
            add 1 to CatchUpsDropped
        when other
            add 1 to NumberOfCatchUps
            set CU-StepIndex(NumberOfCatchUps) to StepIdx
            move MissedNight to CU-Night(NumberOfCatchUps)
            move "P" to CU-Status(NumberOfCatchUps)
    end-evaluate.
1910-Exit.
    exit.

1450-ReadCalendarDay.
    exit.

2000-RunJobPlan.
    perform 2800-RunCatchUps thru 2800-Exit
    perform 2020-LogEarlierAndHeld thru 2020-Exit
    move 1 to PlanProgressing
    perform until PlanProgressing equal to zero
*> earlier run, operator-skipped, or not due tonight. A pending
*> dependency just means "wait for a later wave"; failed, skipped
*> and held dependencies are resolved by 2095 once no more work can
*> be dispatched. A step whose dependency is satisfied still waits
*> while any input it declares has not arrived (2100), and a step
*> that would touch a file a wave member updates - or update a file
*> a wave member touches - waits for a later wave (2260).
2080-CollectReadyWave.
    move zero to WaveSize
    move zero to StepsAwaitingInput
    perform varying StepIdx from 1 by 1
            until StepIdx is greater than NumberOfSteps
        if StepIsPending(StepIdx) and WaveSize is less than SlotLimit
                        move zero to StepIsReady
                end-evaluate
            end-if
            if StepIsReady equal to 1
                perform 2100-CheckStepInputs thru 2100-Exit
            end-if
            if StepIsReady equal to 1 and WaveSize is greater than zero
                perform 2260-CheckWaveConflicts thru 2260-Exit
            end-if
            if StepIsReady equal to 1
                add 1 to WaveSize
                move StepIdx to WM-StepIndex(WaveSize)

*> Nothing is dispatchable: anything still pending behind a failed
*> or skipped dependency skips now, and anything behind a held
*> dependency holds; when a pass marks nothing the plan is done -
*> unless a step is still waiting on an input, in which case the
*> scheduler sleeps a poll interval and looks again.
2095-ResolveBlockedSteps.
    move zero to BlockedMarkedThisPass
    perform varying StepIdx from 1 by 1
                and JS-DependsOn(StepIdx) is greater than zero
            perform 2250-CheckDependency thru 2250-Exit
            evaluate DependencyStatus
                when "F" when "S" when "I"
                    move "S" to JS-Status(StepIdx)
                    add 1 to StepsSkipped
                    perform 2650-LogBranchHalt thru 2650-Exit
    end-perform

    if BlockedMarkedThisPass equal to zero
        if StepsAwaitingInput is greater than zero
            perform 2180-PauseForInputs thru 2180-Exit
        else
            move zero to PlanProgressing
        end-if
    end-if.
2095-Exit.
    exit.

*> Every input the step declares that has not yet been seen is
*> checked again. The first time the step is found waiting, each
*> outstanding input's wait limit starts running; when any of them
*> runs out the step ends INPUT NOT ARRIVED, which 2095 treats as a
*> failure for its branch.
2100-CheckStepInputs.
    move zero to InputsOutstanding
    move zero to InputDeadlinePassed
    move zero to MissedInputIdx
    perform 2190-SetNowSeconds thru 2190-Exit
    perform varying InputIdx from 1 by 1
            until InputIdx is greater than NumberOfInputs
        if IR-StepIndex(InputIdx) equal to StepIdx
                and not InputHasArrived(InputIdx)
            perform 2150-CheckOneInput thru 2150-Exit
        end-if
    end-perform
    if InputsOutstanding equal to zero
        go to 2100-Exit
    end-if

    move zero to StepIsReady
    if InputDeadlinePassed equal to 1
        move "I" to JS-Status(StepIdx)
        add 1 to StepsInputNotArrived
        set InputIdx to MissedInputIdx
        perform 2690-LogInputNotArrived thru 2690-Exit
    else
        add 1 to StepsAwaitingInput
    end-if.
2100-Exit.
    exit.

2150-CheckOneInput.
    move spaces to InputCheckCommand
    compute InputFreshMinutes = IR-FreshHours(InputIdx) * 60
    if IR-FreshHours(InputIdx) equal to zero
        string
            "if [ -f " delimited by size
            function trim(IR-FileName(InputIdx)) delimited by size
            " ]; then echo 0; else echo 2; fi > JobInputCheck.rc"
                delimited by size
            into InputCheckCommand
        end-string
    else
        string
            "if [ ! -f " delimited by size
            function trim(IR-FileName(InputIdx)) delimited by size
            " ]; then echo 2; elif [ -n ""$(find " delimited by size
            function trim(IR-FileName(InputIdx)) delimited by size
            " -mmin -" delimited by size
            InputFreshMinutes delimited by size
            ")"" ]; then echo 0; else echo 1; fi > JobInputCheck.rc"
                delimited by size
            into InputCheckCommand
        end-string
    end-if
    call "SYSTEM" using InputCheckCommand

    move "JobInputCheck.rc" to StepRcFileName
    move 2 to IR-CheckResult(InputIdx)
    move spaces to StepRcFileStatus
    open input StepRcFile
    if not StepRcFileNotFound
        read StepRcFile
            not at end
                if StepRcLine(1:1) is numeric
                    move StepRcLine(1:1) to IR-CheckResult(InputIdx)
                end-if
        end-read
        close StepRcFile
    end-if

    if InputHasArrived(InputIdx)
        if IR-Deadline(InputIdx) is greater than zero
            perform 2685-LogInputArrived thru 2685-Exit
        end-if
        go to 2150-Exit
    end-if

    add 1 to InputsOutstanding
    if IR-Deadline(InputIdx) equal to zero
        compute IR-Deadline(InputIdx) =
            NowSeconds + IR-WaitMinutes(InputIdx) * 60
        perform 2680-LogInputWait thru 2680-Exit
    end-if
    if NowSeconds is not less than IR-Deadline(InputIdx)
            and InputDeadlinePassed equal to zero
        move 1 to InputDeadlinePassed
        set MissedInputIdx to InputIdx
    end-if.
2150-Exit.
    exit.

2180-PauseForInputs.
    display "NightlyJobScheduler: " StepsAwaitingInput
        " step(s) waiting on input - checking again in "
        InputPollSeconds " seconds"
    move spaces to InputPollCommand
    string
        "sleep " delimited by size
        InputPollSeconds delimited by size
        into InputPollCommand
    end-string
    call "SYSTEM" using InputPollCommand.
2180-Exit.
    exit.

2190-SetNowSeconds.
    move function current-date to CurrentDateStamp
    compute NowSeconds =
        function integer-of-date(function numval(CurrentDateStamp(1:8)))
            * 86400
        + function numval(CurrentDateStamp(9:2)) * 3600
        + function numval(CurrentDateStamp(11:2)) * 60
        + function numval(CurrentDateStamp(13:2)).
2190-Exit.
    exit.

2250-CheckDependency.
    move space to DependencyStatus
    move JS-DependsOn(StepIdx) to DependencyNumber
2250-Exit.
    exit.

2260-CheckWaveConflicts.
    perform varying WaveIdx from 1 by 1
            until WaveIdx is greater than WaveSize
            or StepIsReady equal to zero
        move WM-StepIndex(WaveIdx) to ConflictStepA
        set ConflictStepB to StepIdx
        perform 2270-CheckStepsConflict thru 2270-Exit
        if StepsConflict equal to 1
            move zero to StepIsReady
            display "NightlyJobScheduler: step " JS-StepNumber(StepIdx)
                " held for a later wave - step "
                JS-StepNumber(ConflictStepA) " is using "
                function trim(ConflictFileName)
        end-if
    end-perform.
2260-Exit.
    exit.

*> Do steps ConflictStepA and ConflictStepB (table positions) both
*> declare a file that at least one of them updates?
2270-CheckStepsConflict.
    move zero to StepsConflict
    perform varying ClaimIdx from 1 by 1
            until ClaimIdx is greater than NumberOfClaims
            or StepsConflict equal to 1
        if RS-StepIndex(ClaimIdx) equal to ConflictStepA
            perform varying OtherClaimIdx from 1 by 1
                    until OtherClaimIdx is greater than NumberOfClaims
                    or StepsConflict equal to 1
                if RS-StepIndex(OtherClaimIdx) equal to ConflictStepB
                        and RS-FileName(OtherClaimIdx)
                            equal to RS-FileName(ClaimIdx)
                        and (ClaimIsUpdate(ClaimIdx)
                            or ClaimIsUpdate(OtherClaimIdx))
                    move 1 to StepsConflict
                    move RS-FileName(ClaimIdx) to ConflictFileName
                    if ClaimIsUpdate(ClaimIdx)
                        move RS-StepNumber(ClaimIdx) to ConflictUpdater
                    else
                        move RS-StepNumber(OtherClaimIdx) to ConflictUpdater
                    end-if
                end-if
            end-perform
        end-if
    end-perform.
2270-Exit.
    exit.

2410-SetStepFileNames.
    move spaces to StepRcFileName
    string
    perform 2410-SetStepFileNames thru 2410-Exit
    move spaces to BuildAndRunCommand
    string
        "( export JOB_AS_OF_DATE=" delimited by size
        StepAsOfDate delimited by size
        " JOB_STEP_NUMBER=" delimited by size
        JS-StepNumber(StepIdx) delimited by size
        "; cd " delimited by size
        function trim(JS-Directory(StepIdx)) delimited by size
        " && cobc -x -std=mf -free -I . " delimited by size
        function trim(JS-SourceFiles(StepIdx)) delimited by size
        StepReturnCode delimited by size
        into HistoryLine
    end-string
    write HistoryLine
    if JS-VolumeFile(StepIdx) not equal to spaces
            and StepReturnCode is not greater than 4
        perform 2550-LogStepVolume thru 2550-Exit
    end-if.
2500-Exit.
    exit.

2550-LogStepVolume.
    move JS-VolumeFile(StepIdx) to StepVolumeFileName
    move zero to StepVolumeCount
    move spaces to StepVolumeFileStatus
    open input StepVolumeFile
    if StepVolumeFileNotFound
        go to 2550-Exit
    end-if
    read StepVolumeFile
        at end set EndOfStepVolumeFile to true
    end-read
    perform until EndOfStepVolumeFile
        add 1 to StepVolumeCount
        read StepVolumeFile
            at end set EndOfStepVolumeFile to true
        end-read
    end-perform
    close StepVolumeFile

    move spaces to HistoryLine
    string
        "Step " delimited by size
        JS-StepNumber(StepIdx) delimited by size
        "  " delimited by size
        JS-DisplayName(StepIdx) delimited by size
        "  records " delimited by size
        StepVolumeCount delimited by size
        into HistoryLine
    end-string
    write HistoryLine.
2550-Exit.
    exit.

*> Catch-ups run one at a time, oldest night first and in roster
*> order within a night, ahead of tonight's plan. A catch-up whose
*> step depends on one that failed or was skipped for the same
*> night is skipped too; a failed catch-up fails the run like any
*> failed step, but retries are for tonight's run only.
2800-RunCatchUps.
    perform varying CatchUpIdx from 1 by 1
            until CatchUpIdx is greater than NumberOfCatchUps
        set StepIdx to CU-StepIndex(CatchUpIdx)
        move CU-Night(CatchUpIdx) to StepAsOfDate
        perform 2850-RunOneCatchUp thru 2850-Exit
    end-perform
    move TonightsDate to StepAsOfDate.
2800-Exit.
    exit.

2850-RunOneCatchUp.
    move zero to CatchUpBlocked
    perform varying PriorCatchUpIdx from 1 by 1
            until PriorCatchUpIdx is not less than CatchUpIdx
        if CU-Night(PriorCatchUpIdx) equal to CU-Night(CatchUpIdx)
                and JS-StepNumber(CU-StepIndex(PriorCatchUpIdx))
                    equal to JS-DependsOn(StepIdx)
                and CatchUpFailed(PriorCatchUpIdx)
            move 1 to CatchUpBlocked
        end-if
    end-perform

    move spaces to HistoryLine
    if CatchUpBlocked equal to 1
        move "S" to CU-Status(CatchUpIdx)
        add 1 to StepsSkipped
        string
            "Step " delimited by size
            JS-StepNumber(StepIdx) delimited by size
            "  " delimited by size
            JS-DisplayName(StepIdx) delimited by size
            "  CATCH-UP " delimited by size
            CU-Night(CatchUpIdx) delimited by size
            " SKIPPED - step " delimited by size
            JS-DependsOn(StepIdx) delimited by size
            " did not complete" delimited by size
            into HistoryLine
        end-string
        write HistoryLine
        go to 2850-Exit
    end-if

    string
        "Step " delimited by size
        JS-StepNumber(StepIdx) delimited by size
        "  " delimited by size
        JS-DisplayName(StepIdx) delimited by size
        "  CATCH-UP for " delimited by size
        CU-Night(CatchUpIdx) delimited by size
        into HistoryLine
    end-string
    write HistoryLine
    display "NightlyJobScheduler: catching up step "
        JS-StepNumber(StepIdx) " "
        function trim(JS-DisplayName(StepIdx))
        " for " CU-Night(CatchUpIdx)

    add 1 to StepsRun
    move function current-date to CurrentDateStamp
    move CurrentDateStamp(1:14) to StepStartStamp
    move spaces to WaveCommand
    move 1 to WavePointer
    perform 2310-AppendStepCommand thru 2310-Exit
    string
        "wait" delimited by size
        into WaveCommand
        with pointer WavePointer
    end-string
    call "SYSTEM" using WaveCommand
    move function current-date to CurrentDateStamp
    move CurrentDateStamp(1:14) to StepEndStamp

    perform 2400-CollectStepResult thru 2400-Exit
    perform 2500-LogStepHistory thru 2500-Exit
    evaluate true
        when StepReturnCode equal to zero
            move "C" to CU-Status(CatchUpIdx)
        when StepReturnCode equal to 4
            move "W" to CU-Status(CatchUpIdx)
            add 1 to StepsWithWarnings
        when other
            move "F" to CU-Status(CatchUpIdx)
            add 1 to StepsFailed
    end-evaluate.
2850-Exit.
    exit.

2600-LogSkippedStep.
    move spaces to HistoryLine
    string
2670-Exit.
    exit.

2680-LogInputWait.
    move spaces to HistoryLine
    string
        "Step " delimited by size
        JS-StepNumber(StepIdx) delimited by size
        "  " delimited by size
        JS-DisplayName(StepIdx) delimited by size
        "  WAITING for input " delimited by size
        function trim(IR-FileName(InputIdx)) delimited by size
        into HistoryLine
    end-string
    write HistoryLine
    display "NightlyJobScheduler: step " JS-StepNumber(StepIdx)
        " waiting up to " IR-WaitMinutes(InputIdx) " minutes for "
        function trim(IR-FileName(InputIdx)).
2680-Exit.
    exit.

2685-LogInputArrived.
    move spaces to HistoryLine
    string
        "Step " delimited by size
        JS-StepNumber(StepIdx) delimited by size
        "  " delimited by size
        JS-DisplayName(StepIdx) delimited by size
        "  input arrived " delimited by size
        function trim(IR-FileName(InputIdx)) delimited by size
        into HistoryLine
    end-string
    write HistoryLine.
2685-Exit.
    exit.

2690-LogInputNotArrived.
    move spaces to HistoryLine
    if InputIsStale(InputIdx)
        string
            "Step " delimited by size
            JS-StepNumber(StepIdx) delimited by size
            "  " delimited by size
            JS-DisplayName(StepIdx) delimited by size
            "  INPUT NOT ARRIVED stale " delimited by size
            function trim(IR-FileName(InputIdx)) delimited by size
            into HistoryLine
        end-string
    else
        string
            "Step " delimited by size
            JS-StepNumber(StepIdx) delimited by size
            "  " delimited by size
            JS-DisplayName(StepIdx) delimited by size
            "  INPUT NOT ARRIVED " delimited by size
            function trim(IR-FileName(InputIdx)) delimited by size
            into HistoryLine
        end-string
    end-if
    write HistoryLine
    display "NightlyJobScheduler: step " JS-StepNumber(StepIdx)
        " input not arrived - "
        function trim(IR-FileName(InputIdx))
        " - its branch is halted".
2690-Exit.
    exit.

2650-LogBranchHalt.
    move spaces to HistoryLine
    string
    open output SchedulerCheckpoint
    if StepsFailed is greater than zero or StepsSkipped is greater than zero
            or StepsHeld is greater than zero
            or StepsInputNotArrived is greater than zero
        perform varying StepIdx from 1 by 1
                until StepIdx is greater than NumberOfSteps
            if StepIsClean(StepIdx) or StepHasWarnings(StepIdx)
8000-SetReturnCode.
    evaluate true
        when StepsFailed is greater than zero
                or StepsInputNotArrived is greater than zero
            set BatchCompletedWithErrors to true
        when StepsWithWarnings is greater than zero
                or StepsSkipped is greater than zero
    end-evaluate
    display "NightlyJobScheduler: " StepsRun " run, "
        StepsFailed " failed, " StepsSkipped " skipped, "
        StepsWithWarnings " with warnings, "
        StepsInputNotArrived " input not arrived".
8000-Exit.
    exit.

