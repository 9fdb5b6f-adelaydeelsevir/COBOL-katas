identification division.
program-id. JobPlanMaintenance.

*> Maintenance batch for NightlyJobPlan.dat, which operators used to
*> edit by hand until a shifted column made a step look not-due for
*> a week. Transactions come in on JobPlanTransactions.dat behind a
*> header naming the date the change takes effect (zeros for today),
*> the operator's initials and the reason:
*>   A  add a step - the full plan line, in the plan's own columns
*>   C  change a step - the step number and only the fields that
*>      change, in their plan columns; a blank field is left as is
*>   R  retire a step, with its input and resource declarations
*>   O  reorder - move a step to just before another (00: the end)
*>   D  add an IN, RD or UP declaration line
*>   U  remove a declaration line, matched exactly
*> Every transaction is checked on its own and rejected with its
*> reason when it can't be applied; the plan that results is then
*> put through the same checks as the scheduler's 1300-ValidatePlan,
*> plus the column checks a hand edit used to get wrong, and if any
*> of those fail nothing is written at all. A clean result becomes
*> the next numbered version on JobPlanVersions.dat - a header line
*> and the full image of the plan - and the change report shows
*> every field before and after. A version effective today is put
*> in as NightlyJobPlan.dat at once, with a "PV" line on top that
*> the scheduler logs each night; one dated ahead waits, and the
*> first maintenance run on or after its date (transactions or
*> none) puts it in.
*> A step is not added, and a step's sources are not changed, to
*> bring in a program CodingStandardsCheck has last judged FAIL on
*> CodingStandardsResults.dat; a program not on the register has
*> not been judged and is let through.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
file-control.
    select NightlyJobPlan assign to "NightlyJobPlan.dat"
        organization is line sequential
        file status is NightlyJobPlanStatus.
    select PlanTransactions assign to "JobPlanTransactions.dat"
        organization is line sequential
        file status is PlanTransactionsStatus.
    select PlanVersions assign to "JobPlanVersions.dat"
        organization is line sequential
        file status is PlanVersionsStatus.
    select ChangeReport assign to "JobPlanChangeReport.dat"
        organization is line sequential.
    select StandardsResults
        assign to "../COBOL-Balanced-Parentheses/CodingStandardsResults.dat"
        organization is line sequential
        file status is StandardsResultsStatus.

data division.
file section.
    fd NightlyJobPlan.
        01 JobPlanRecord pic x(309).
        01 PlanVersionRecord.
            02 PV-RecordType pic xx.
                88 PlanLineIsVersion value "PV".
            02 filler        pic x.
            02 PV-Version    pic 9(4).
            02 filler        pic x.
            02 PV-Effective  pic 9(8).

    fd PlanTransactions.
        01 PlanTransactionRecord.
            02 PT-Action pic x.
                88 TransactionIsHeader    value "H".
                88 TransactionIsAdd       value "A".
                88 TransactionIsChange    value "C".
                88 TransactionIsRetire    value "R".
                88 TransactionIsReorder   value "O".
                88 TransactionIsDeclare   value "D".
                88 TransactionIsUndeclare value "U".
            02 filler    pic x.
            02 PT-PlanImage pic x(309).
        01 PlanTransactionHeader.
            02 filler        pic xx.
            02 PH-EffectiveText pic x(8).
            02 PH-Effective redefines PH-EffectiveText pic 9(8).
            02 filler        pic x.
            02 PH-Initials   pic x(3).
            02 filler        pic x.
            02 PH-Reason     pic x(40).
        01 PlanTransactionStep.
            02 filler        pic xx.
            02 PS-StepText   pic xx.
            02 PS-StepNumber redefines PS-StepText pic 99.
            02 filler        pic x.
            02 PS-BeforeText pic xx.
            02 PS-BeforeStep redefines PS-BeforeText pic 99.

*> Each version is a header line and then every line of the plan as
*> it stood, each keyed by the version number.
    fd PlanVersions.
        01 VersionRecord.
            02 VR-Version  pic 9(4).
            02 filler      pic x.
            02 VR-LineType pic x.
                88 VersionHeaderLine value "H".
                88 VersionPlanLine   value "P".
            02 filler      pic x.
            02 VR-PlanLine pic x(309).
        01 VersionHeaderRecord.
            02 filler         pic x(7).
            02 VH-Effective   pic 9(8).
            02 filler         pic x.
            02 VH-AppliedStamp pic x(14).
            02 filler         pic x.
            02 VH-Initials    pic x(3).
            02 filler         pic x.
            02 VH-BasedOn     pic 9(4).
            02 filler         pic x.
            02 VH-Reason      pic x(40).

    fd ChangeReport.
        01 ReportLine pic x(132).

    fd StandardsResults.
        copy CodingStandardsRecord.

working-storage section.
    01 NightlyJobPlanStatus pic xx value spaces.
        88 NightlyJobPlanNotFound value "35".
        88 EndOfNightlyJobPlan value "10".
    01 PlanTransactionsStatus pic xx value spaces.
        88 PlanTransactionsNotFound value "35".
        88 EndOfPlanTransactions value "10".
    01 PlanVersionsStatus pic xx value spaces.
        88 PlanVersionsNotFound value "35".
        88 EndOfPlanVersions value "10".
    01 StandardsResultsStatus pic xx value spaces.
        88 StandardsResultsNotFound value "35".
        88 EndOfStandardsResults value "10".

*> The plan in the order it will be written: step lines in roster
*> order, declaration lines wherever they fell - on the way out each
*> step is followed by its own declarations.
    01 PlanLines.
        02 PlanLine occurs 100 times indexed by LineIdx, ScanLineIdx.
            03 PL-Image pic x(309).
            03 PL-Step redefines PL-Image.
                04 PL-StepNumber  pic 99.
                04 PL-Sep1        pic x.
                04 PL-DependsOn   pic 99.
                04 PL-Sep2        pic x.
                04 PL-DisplayName pic x(30).
                04 PL-Directory   pic x(30).
                04 PL-SourceFiles pic x(220).
                04 PL-BinaryName  pic x(12).
                04 PL-Sep3        pic x.
                04 PL-Frequency   pic x.
                04 PL-Sep4        pic x.
                04 PL-FreqValue   pic 99.
                04 PL-Sep5        pic x.
                04 PL-RetryCount  pic 9.
                04 PL-Sep6        pic x.
                04 PL-RetryDelay  pic 9(3).
            03 PL-Declaration redefines PL-Image.
                04 PL-DeclType    pic xx.
                    88 LineIsInput     value "IN".
                    88 LineIsResource  value "RD", "UP".
                04 filler         pic x.
                04 PL-DeclStep    pic 99.
                04 filler         pic x(304).
    01 NumberOfLines pic 999 value zero.

*> One step's fields, for the change report and the column checks.
    01 StepImage pic x(309) value spaces.
    01 StepFields redefines StepImage.
        02 SF-StepNumber  pic 99.
        02 SF-Sep1        pic x.
        02 SF-DependsOn   pic 99.
        02 SF-Sep2        pic x.
        02 SF-DisplayName pic x(30).
        02 SF-Directory   pic x(30).
        02 SF-SourceFiles pic x(220).
        02 SF-BinaryName  pic x(12).
        02 SF-Sep3        pic x.
        02 SF-Frequency   pic x.
            88 FrequencyIsKnown value " ", "D", "W", "B", "P".
            88 FrequencyIsWeekly value "W".
        02 SF-Sep4        pic x.
        02 SF-FreqValue   pic 99.
        02 SF-Sep5        pic x.
        02 SF-RetryCount  pic 9.
        02 SF-Sep6        pic x.
        02 SF-RetryDelay  pic 9(3).
    01 BeforeImage pic x(309) value spaces.
    01 BeforeFields redefines BeforeImage.
        02 BF-StepNumber  pic 99.
        02 filler         pic x.
        02 BF-DependsOn   pic xx.
        02 filler         pic x.
        02 BF-DisplayName pic x(30).
        02 BF-Directory   pic x(30).
        02 BF-SourceFiles pic x(220).
        02 BF-BinaryName  pic x(12).
        02 filler         pic x.
        02 BF-Frequency   pic x.
        02 filler         pic x.
        02 BF-FreqValue   pic xx.
        02 filler         pic x.
        02 BF-RetryCount  pic x.
        02 filler         pic x.
        02 BF-RetryDelay  pic x(3).
    01 AfterImage pic x(309) value spaces.
    01 AfterFields redefines AfterImage.
        02 AF-StepNumber  pic 99.
        02 filler         pic x.
        02 AF-DependsOn   pic xx.
        02 filler         pic x.
        02 AF-DisplayName pic x(30).
        02 AF-Directory   pic x(30).
        02 AF-SourceFiles pic x(220).
        02 AF-BinaryName  pic x(12).
        02 filler         pic x.
        02 AF-Frequency   pic x.
        02 filler         pic x.
        02 AF-FreqValue   pic xx.
        02 filler         pic x.
        02 AF-RetryCount  pic x.
        02 filler         pic x.
        02 AF-RetryDelay  pic x(3).

    01 FieldLabel pic x(14) value spaces.
    01 FieldBefore pic x(50) value spaces.
    01 FieldAfter pic x(50) value spaces.

    01 TodaysDate pic 9(8) value zero.
    01 CurrentDateStamp pic x(21) value spaces.
    01 HighestVersion pic 9(4) value zero.
    01 HighestEffective pic 9(8) value zero.
    01 InForceVersion pic 9(4) value zero.
    01 InForceEffective pic 9(8) value zero.
    01 InstalledVersion pic 9(4) value zero.
    01 LoadVersion pic 9(4) value zero.
    01 NewVersion pic 9(4) value zero.
    01 NewEffective pic 9(8) value zero.
    01 NewInitials pic x(3) value spaces.
    01 NewReason pic x(40) value spaces.
    01 VersionLinesLoaded pic 999 value zero.

    01 FoundLineIdx pic 999 value zero.
    01 TargetLineIdx pic 999 value zero.
    01 ShiftIdx pic 999 value zero.
    01 MovingImage pic x(309) value spaces.
    01 TransactionStep pic 99 value zero.
    01 TransactionText pic x(60) value spaces.
    01 RejectReason pic x(60) value spaces.

*> The programs that last failed the coding-standards check, and the
*> source list of the step being added or changed, word by word.
    01 FailedPrograms.
        02 FailedProgramId pic x(30) occurs 1 to 1000 times
                depending on NumberOfFailedPrograms indexed by FailedIdx.
    01 NumberOfFailedPrograms pic 9(4) value zero.
    01 StepSources pic x(220) value spaces.
    01 SourcePointer pic 999 value zero.
    01 SourceWord pic x(80) value spaces.
    01 PreviousSourceWord pic x(80) value spaces.
    01 SourceProgram pic x(30) value spaces.
    01 SourceWordLength pic 99 value zero.
    01 SourceNameStart pic 99 value zero.
    01 SourceScanPos pic 99 value zero.

    01 PlanFaults pic 99 value zero.
    01 FaultText pic x(120) value spaces.
    01 ColumnProblem pic x(60) value spaces.
    01 StepCount pic 99 value zero.
    01 ChainHops pic 99 value zero.
    01 ChainNextNumber pic 99 value zero.
    01 ChainLineIdx pic 999 value zero.
    01 DependencyFound pic 9 value zero usage binary.
    01 DependencyDefinedAt pic 999 value zero.
    01 PlanOverflowed pic 9 value zero usage binary.

    01 TransactionsApplied pic 9(4) value zero.
    01 TransactionsRejected pic 9(4) value zero.
    01 HeaderFound pic 9 value zero usage binary.
    01 VersionWritten pic 9 value zero usage binary.
    01 VersionInstalled pic 9 value zero usage binary.

    copy BatchReturnCode.

procedure division.

0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    if BatchCompletedWithErrors
        perform 9000-Terminate thru 9000-Exit
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 2000-ApplyTransactions thru 2000-Exit
    if TransactionsApplied is greater than zero
        perform 3000-ValidatePlan thru 3000-Exit
        if PlanFaults equal to zero
            perform 4000-WriteNewVersion thru 4000-Exit
        end-if
    end-if
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
    move BatchReturnCode to return-code
    stop run.

*> Find what is on file: the newest version, the newest one whose
*> date has come, and the one NightlyJobPlan.dat says it is. When a
*> dated-ahead version has come due it goes in before anything
*> else is looked at; the transactions then build on the newest
*> version on file, or on the plan as it stands if there are none.
1000-Initialize.
    open output ChangeReport
    move function current-date to CurrentDateStamp
    move function numval(CurrentDateStamp(1:8)) to TodaysDate
    move spaces to ReportLine
    string
        "Job plan maintenance " delimited by size
        CurrentDateStamp(1:14) delimited by size
        into ReportLine
    end-string
    write ReportLine

    perform 1050-LoadStandardsResults thru 1050-Exit
    perform 1100-ScanVersions thru 1100-Exit
    perform 1200-ReadInstalledVersion thru 1200-Exit

    if InForceVersion is greater than InstalledVersion
        move InForceVersion to LoadVersion
        perform 1300-LoadVersionImage thru 1300-Exit
        perform 1400-InstallPlan thru 1400-Exit
        move InForceVersion to InstalledVersion
    end-if

    if HighestVersion is greater than zero
        move HighestVersion to LoadVersion
        perform 1300-LoadVersionImage thru 1300-Exit
    else
        perform 1500-LoadCurrentPlan thru 1500-Exit
    end-if
    if NumberOfLines equal to zero
        display "JobPlanMaintenance: no NightlyJobPlan.dat and no"
            " plan version on file - nothing to maintain"
        move "No plan on file - nothing to maintain" to ReportLine
        write ReportLine
        set BatchCompletedWithErrors to true
    end-if.
1000-Exit.
    exit.

*> Only the failures are kept; a missing register judges nothing.
1050-LoadStandardsResults.
    open input StandardsResults
    if StandardsResultsNotFound
        go to 1050-Exit
    end-if
    perform until EndOfStandardsResults
        read StandardsResults
            at end set EndOfStandardsResults to true
            not at end
                if ProgramFailedStandards
                        and NumberOfFailedPrograms is less than 1000
                    add 1 to NumberOfFailedPrograms
                    move function upper-case(CS-ProgramId)
                        to FailedProgramId(NumberOfFailedPrograms)
                end-if
        end-read
    end-perform
    close StandardsResults.
1050-Exit.
    exit.

1100-ScanVersions.
    open input PlanVersions
    if PlanVersionsNotFound
        go to 1100-Exit
    end-if
    perform 1150-ReadVersionRecord thru 1150-Exit
    perform until EndOfPlanVersions
        if VersionHeaderLine
            if VR-Version is greater than HighestVersion
                move VR-Version to HighestVersion
                move VH-Effective to HighestEffective
            end-if
            if VH-Effective is not greater than TodaysDate
                    and VR-Version is greater than InForceVersion
                move VR-Version to InForceVersion
                move VH-Effective to InForceEffective
            end-if
        end-if
        perform 1150-ReadVersionRecord thru 1150-Exit
    end-perform
    close PlanVersions.
1100-Exit.
    exit.

1150-ReadVersionRecord.
    read PlanVersions
        at end set EndOfPlanVersions to true
    end-read.
1150-Exit.
    exit.

1200-ReadInstalledVersion.
    move zero to InstalledVersion
    open input NightlyJobPlan
    if NightlyJobPlanNotFound
        go to 1200-Exit
    end-if
    read NightlyJobPlan
        at end continue
        not at end
            if PlanLineIsVersion and PV-Version is numeric
                move PV-Version to InstalledVersion
            end-if
    end-read
    close NightlyJobPlan.
1200-Exit.
    exit.

1300-LoadVersionImage.
    move zero to NumberOfLines
    move spaces to PlanVersionsStatus
    open input PlanVersions
    if PlanVersionsNotFound
        go to 1300-Exit
    end-if
    perform 1150-ReadVersionRecord thru 1150-Exit
    perform until EndOfPlanVersions
        if VR-Version equal to LoadVersion and VersionPlanLine
                and NumberOfLines is less than 100
            add 1 to NumberOfLines
            move VR-PlanLine to PL-Image(NumberOfLines)
        end-if
        perform 1150-ReadVersionRecord thru 1150-Exit
    end-perform
    close PlanVersions.
1300-Exit.
    exit.

1400-InstallPlan.
    move LoadVersion to NewVersion
    move InForceEffective to NewEffective
    perform 4200-WritePlanFile thru 4200-Exit
    move 1 to VersionInstalled
    move spaces to ReportLine
    string
        "Plan version " delimited by size
        LoadVersion delimited by size
        " effective " delimited by size
        NewEffective delimited by size
        " has come due and is now NightlyJobPlan.dat" delimited by size
        into ReportLine
    end-string
    write ReportLine
    display "JobPlanMaintenance: plan version " LoadVersion
        " put in as NightlyJobPlan.dat".
1400-Exit.
    exit.

*> No version on file yet: the plan as it stands is the base, and
*> whatever version line it carries is dropped - the new version
*> writes its own.
1500-LoadCurrentPlan.
    move zero to NumberOfLines
    move spaces to NightlyJobPlanStatus
    open input NightlyJobPlan
    if NightlyJobPlanNotFound
        go to 1500-Exit
    end-if
    perform 1550-ReadPlanLine thru 1550-Exit
    perform until EndOfNightlyJobPlan
        if not PlanLineIsVersion
            if NumberOfLines is less than 100
                add 1 to NumberOfLines
                move JobPlanRecord to PL-Image(NumberOfLines)
            else
                move 1 to PlanOverflowed
            end-if
        end-if
        perform 1550-ReadPlanLine thru 1550-Exit
    end-perform
    close NightlyJobPlan.
1500-Exit.
    exit.

1550-ReadPlanLine.
    read NightlyJobPlan
        at end set EndOfNightlyJobPlan to true
    end-read.
1550-Exit.
    exit.

*> The header must come first; without it no transaction is taken,
*> since nobody can say when the change is meant to take effect.
2000-ApplyTransactions.
    open input PlanTransactions
    if PlanTransactionsNotFound
        move "No JobPlanTransactions.dat - no changes this run"
            to ReportLine
        write ReportLine
        go to 2000-Exit
    end-if

    perform 2050-ReadTransaction thru 2050-Exit
    if EndOfPlanTransactions or not TransactionIsHeader
        move "JobPlanTransactions.dat has no header line first - no transaction taken"
            to ReportLine
        write ReportLine
        display "JobPlanMaintenance: no header on the transactions"
            " - nothing applied"
        add 1 to TransactionsRejected
        close PlanTransactions
        go to 2000-Exit
    end-if
    perform 2100-TakeHeader thru 2100-Exit
    if HeaderFound equal to zero
        close PlanTransactions
        go to 2000-Exit
    end-if

    perform 2050-ReadTransaction thru 2050-Exit
    perform until EndOfPlanTransactions
        move spaces to RejectReason
        move PT-PlanImage(1:60) to TransactionText
        evaluate true
            when TransactionIsAdd
                perform 2200-AddStep thru 2200-Exit
            when TransactionIsChange
                perform 2300-ChangeStep thru 2300-Exit
            when TransactionIsRetire
                perform 2400-RetireStep thru 2400-Exit
            when TransactionIsReorder
                perform 2500-ReorderStep thru 2500-Exit
            when TransactionIsDeclare
                perform 2600-AddDeclaration thru 2600-Exit
            when TransactionIsUndeclare
                perform 2650-RemoveDeclaration thru 2650-Exit
            when other
                move "unknown action" to RejectReason
        end-evaluate
        if RejectReason not equal to spaces
            perform 2900-ReportReject thru 2900-Exit
        else
            add 1 to TransactionsApplied
        end-if
        perform 2050-ReadTransaction thru 2050-Exit
    end-perform
    close PlanTransactions.
2000-Exit.
    exit.

2050-ReadTransaction.
    read PlanTransactions
        at end set EndOfPlanTransactions to true
    end-read.
2050-Exit.
    exit.

*> A version cannot take effect before today, nor before the
*> version it is built on.
2100-TakeHeader.
    move zero to HeaderFound
    move spaces to ReportLine
    evaluate true
        when PH-EffectiveText is not numeric
            move "Header effective date is not a date - no transaction taken"
                to ReportLine
        when PH-Initials equal to spaces
            move "Header carries no operator initials - no transaction taken"
                to ReportLine
        when other
            move 1 to HeaderFound
    end-evaluate
    if HeaderFound equal to 1
        move PH-Effective to NewEffective
        if NewEffective equal to zero
            move TodaysDate to NewEffective
        end-if
        if NewEffective is less than TodaysDate
                or NewEffective is less than HighestEffective
            move zero to HeaderFound
            string
                "Header effective date " delimited by size
                NewEffective delimited by size
                " is before today or before version " delimited by size
                HighestVersion delimited by size
                " - no transaction taken" delimited by size
                into ReportLine
            end-string
        end-if
    end-if
    if HeaderFound equal to zero
        write ReportLine
        display "JobPlanMaintenance: " function trim(ReportLine)
        add 1 to TransactionsRejected
        go to 2100-Exit
    end-if

    move PH-Initials to NewInitials
    move PH-Reason to NewReason
    compute NewVersion = function max(HighestVersion, InstalledVersion) + 1
    move spaces to ReportLine
    string
        "Changes for plan version " delimited by size
        NewVersion delimited by size
        " effective " delimited by size
        NewEffective delimited by size
        " by " delimited by size
        NewInitials delimited by size
        " - " delimited by size
        function trim(NewReason) delimited by size
        into ReportLine
    end-string
    write ReportLine
    move spaces to ReportLine
    write ReportLine.
2100-Exit.
    exit.

2200-AddStep.
    move PT-PlanImage to StepImage
    if SF-StepNumber is not numeric
        move "step number is not numeric" to RejectReason
        go to 2200-Exit
    end-if
    move SF-StepNumber to TransactionStep
    perform 2800-FindStepLine thru 2800-Exit
    if FoundLineIdx is greater than zero
        move "step number is already on the plan" to RejectReason
        go to 2200-Exit
    end-if
    if NumberOfLines equal to 100
        move "plan is full" to RejectReason
        go to 2200-Exit
    end-if
    move SF-SourceFiles to StepSources
    perform 2250-CheckSourceStandards thru 2250-Exit
    if RejectReason not equal to spaces
        go to 2200-Exit
    end-if
    add 1 to NumberOfLines
    move StepImage to PL-Image(NumberOfLines)

    move "ADD" to ReportLine
    perform 2950-ReportStepHeading thru 2950-Exit
    move spaces to BeforeImage
    move StepImage to AfterImage
    perform 2700-ReportFieldChanges thru 2700-Exit.
2200-Exit.
    exit.

*> Each source on the step's compile line is taken as the program
*> of the same name - the file name without its directory or ".cbl"
*> - and the step is rejected at the first one on file as failed.
*> The directory after a -I is a copybook path, not a source.
2250-CheckSourceStandards.
    move 1 to SourcePointer
    move spaces to PreviousSourceWord
    perform until SourcePointer is greater than 220
            or RejectReason not equal to spaces
        move spaces to SourceWord
        unstring StepSources delimited by all " "
            into SourceWord
            with pointer SourcePointer
        end-unstring
        if SourceWord not equal to spaces
            if PreviousSourceWord not equal to "-I"
                    and SourceWord not equal to "-I"
                perform 2260-CheckOneSource thru 2260-Exit
            end-if
            move SourceWord to PreviousSourceWord
        end-if
    end-perform.
2250-Exit.
    exit.

2260-CheckOneSource.
    move function length(function trim(SourceWord)) to SourceWordLength
    move 1 to SourceNameStart
    perform varying SourceScanPos from 1 by 1
            until SourceScanPos is greater than SourceWordLength
        if SourceWord(SourceScanPos:1) equal to "/"
            compute SourceNameStart = SourceScanPos + 1
        end-if
    end-perform
    if SourceNameStart is greater than SourceWordLength
        go to 2260-Exit
    end-if
    move spaces to SourceProgram
    move function upper-case(SourceWord(SourceNameStart:))
        to SourceProgram
    move function length(function trim(SourceProgram)) to SourceWordLength
    if SourceWordLength is greater than 4
            and SourceProgram(SourceWordLength - 3:4) equal to ".CBL"
        move spaces to SourceProgram(SourceWordLength - 3:4)
    end-if

    perform varying FailedIdx from 1 by 1
            until FailedIdx is greater than NumberOfFailedPrograms
        if FailedProgramId(FailedIdx) equal to SourceProgram
            move spaces to RejectReason
            string
                function trim(SourceWord(SourceNameStart:)) delimited by size
                " failed the coding-standards check" delimited by size
                into RejectReason
            end-string
            go to 2260-Exit
        end-if
    end-perform.
2260-Exit.
    exit.

*> A change carries only the fields that change; everything left
*> blank keeps its value.
2300-ChangeStep.
    move PT-PlanImage to StepImage
    if SF-StepNumber is not numeric
        move "step number is not numeric" to RejectReason
        go to 2300-Exit
    end-if
    move SF-StepNumber to TransactionStep
    perform 2800-FindStepLine thru 2800-Exit
    if FoundLineIdx equal to zero
        move "step is not on the plan" to RejectReason
        go to 2300-Exit
    end-if

    move PL-Image(FoundLineIdx) to BeforeImage
    move BeforeImage to AfterImage
    if SF-DependsOn not equal to spaces
        move StepImage(4:2) to AF-DependsOn
    end-if
    if SF-DisplayName not equal to spaces
        move SF-DisplayName to AF-DisplayName
    end-if
    if SF-Directory not equal to spaces
        move SF-Directory to AF-Directory
    end-if
    if SF-SourceFiles not equal to spaces
        move SF-SourceFiles to StepSources
        perform 2250-CheckSourceStandards thru 2250-Exit
        if RejectReason not equal to spaces
            go to 2300-Exit
        end-if
        move SF-SourceFiles to AF-SourceFiles
    end-if
    if SF-BinaryName not equal to spaces
        move SF-BinaryName to AF-BinaryName
    end-if
    if SF-Frequency not equal to space
        move SF-Frequency to AF-Frequency
    end-if
    if StepImage(302:2) not equal to spaces
        move StepImage(302:2) to AF-FreqValue
    end-if
    if StepImage(305:1) not equal to space
        move StepImage(305:1) to AF-RetryCount
    end-if
    if StepImage(307:3) not equal to spaces
        move StepImage(307:3) to AF-RetryDelay
    end-if
    if AfterImage equal to BeforeImage
        move "changes nothing" to RejectReason
        go to 2300-Exit
    end-if
    move AfterImage to PL-Image(FoundLineIdx)

    move AfterImage to StepImage
    move "CHANGE" to ReportLine
    perform 2950-ReportStepHeading thru 2950-Exit
    perform 2700-ReportFieldChanges thru 2700-Exit.
2300-Exit.
    exit.

2400-RetireStep.
    if PS-StepText is not numeric
        move "step number is not numeric" to RejectReason
        go to 2400-Exit
    end-if
    move PS-StepNumber to TransactionStep
    perform 2800-FindStepLine thru 2800-Exit
    if FoundLineIdx equal to zero
        move "step is not on the plan" to RejectReason
        go to 2400-Exit
    end-if

    move PL-Image(FoundLineIdx) to BeforeImage
    move PL-Image(FoundLineIdx) to StepImage
    move "RETIRE" to ReportLine
    perform 2950-ReportStepHeading thru 2950-Exit
    move spaces to AfterImage
    perform 2700-ReportFieldChanges thru 2700-Exit

    perform 2850-RemoveLine thru 2850-Exit
    perform varying LineIdx from NumberOfLines by -1
            until LineIdx is less than 1
        if (LineIsInput(LineIdx) or LineIsResource(LineIdx))
                and PL-DeclStep(LineIdx) equal to TransactionStep
            move spaces to ReportLine
            string
                "      declaration retired with it: " delimited by size
                PL-Image(LineIdx)(1:66) delimited by size
                into ReportLine
            end-string
            write ReportLine
            set FoundLineIdx to LineIdx
            perform 2850-RemoveLine thru 2850-Exit
        end-if
    end-perform.
2400-Exit.
    exit.

*> The moving step goes in just before the other step, or to the end
*> of the roster for 00; its declarations follow it on the way out.
2500-ReorderStep.
    if PS-StepText is not numeric or PS-BeforeText is not numeric
        move "step numbers are not numeric" to RejectReason
        go to 2500-Exit
    end-if
    move PS-BeforeStep to TransactionStep
    perform 2800-FindStepLine thru 2800-Exit
    if FoundLineIdx equal to zero and PS-BeforeStep not equal to zero
        move "step to move before is not on the plan" to RejectReason
        go to 2500-Exit
    end-if
    move PS-StepNumber to TransactionStep
    perform 2800-FindStepLine thru 2800-Exit
    if FoundLineIdx equal to zero
        move "step is not on the plan" to RejectReason
        go to 2500-Exit
    end-if
    if PS-StepNumber equal to PS-BeforeStep
        move "step cannot move before itself" to RejectReason
        go to 2500-Exit
    end-if

    perform 2550-CountRosterPosition thru 2550-Exit
    move spaces to FieldBefore
    move StepCount to FieldBefore
    move PL-Image(FoundLineIdx) to MovingImage
    perform 2850-RemoveLine thru 2850-Exit

    if PS-BeforeStep equal to zero
        add 1 to NumberOfLines
        move MovingImage to PL-Image(NumberOfLines)
        move NumberOfLines to FoundLineIdx
    else
        move PS-BeforeStep to TransactionStep
        perform 2800-FindStepLine thru 2800-Exit
        move FoundLineIdx to TargetLineIdx
        perform varying ShiftIdx from NumberOfLines by -1
                until ShiftIdx is less than TargetLineIdx
            move PL-Image(ShiftIdx) to PL-Image(ShiftIdx + 1)
        end-perform
        add 1 to NumberOfLines
        move MovingImage to PL-Image(TargetLineIdx)
        move TargetLineIdx to FoundLineIdx
    end-if
    perform 2550-CountRosterPosition thru 2550-Exit
    move spaces to FieldAfter
    move StepCount to FieldAfter

    move MovingImage to StepImage
    move "REORDER" to ReportLine
    perform 2950-ReportStepHeading thru 2950-Exit
    move "roster place" to FieldLabel
    perform 2790-WriteFieldLine thru 2790-Exit.
2500-Exit.
    exit.

*> Place among the step lines only - declarations don't count.
2550-CountRosterPosition.
    move zero to StepCount
    perform varying LineIdx from 1 by 1
            until LineIdx is greater than FoundLineIdx
        if PL-Image(LineIdx)(1:2) is numeric
            add 1 to StepCount
        end-if
    end-perform.
2550-Exit.
    exit.

2600-AddDeclaration.
    move PT-PlanImage to MovingImage
    if MovingImage(1:2) not equal to "IN" and not equal to "RD"
            and not equal to "UP"
        move "not an IN, RD or UP line" to RejectReason
        go to 2600-Exit
    end-if
    perform varying LineIdx from 1 by 1
            until LineIdx is greater than NumberOfLines
        if PL-Image(LineIdx) equal to MovingImage
            move "declaration is already on the plan" to RejectReason
        end-if
    end-perform
    if RejectReason not equal to spaces
        go to 2600-Exit
    end-if
    if NumberOfLines equal to 100
        move "plan is full" to RejectReason
        go to 2600-Exit
    end-if
    add 1 to NumberOfLines
    move MovingImage to PL-Image(NumberOfLines)
    move spaces to ReportLine
    string
        "DECLARE   " delimited by size
        MovingImage(1:74) delimited by size
        into ReportLine
    end-string
    write ReportLine.
2600-Exit.
    exit.

2650-RemoveDeclaration.
    move PT-PlanImage to MovingImage
    move zero to FoundLineIdx
    perform varying LineIdx from 1 by 1
            until LineIdx is greater than NumberOfLines
        if PL-Image(LineIdx) equal to MovingImage
                and PL-Image(LineIdx)(1:2) is not numeric
            set FoundLineIdx to LineIdx
        end-if
    end-perform
    if FoundLineIdx equal to zero
        move "no such declaration on the plan" to RejectReason
        go to 2650-Exit
    end-if
    perform 2850-RemoveLine thru 2850-Exit
    move spaces to ReportLine
    string
        "UNDECLARE " delimited by size
        MovingImage(1:74) delimited by size
        into ReportLine
    end-string
    write ReportLine.
2650-Exit.
    exit.

*> Field by field, before and after, for every field that differs -
*> an add shows every field against blank, a retire every field
*> going to blank.
2700-ReportFieldChanges.
    if BF-DependsOn not equal to AF-DependsOn
        move "depends on" to FieldLabel
        move BF-DependsOn to FieldBefore
        move AF-DependsOn to FieldAfter
        perform 2790-WriteFieldLine thru 2790-Exit
    end-if
    if BF-DisplayName not equal to AF-DisplayName
        move "display name" to FieldLabel
        move BF-DisplayName to FieldBefore
        move AF-DisplayName to FieldAfter
        perform 2790-WriteFieldLine thru 2790-Exit
    end-if
    if BF-Directory not equal to AF-Directory
        move "directory" to FieldLabel
        move BF-Directory to FieldBefore
        move AF-Directory to FieldAfter
        perform 2790-WriteFieldLine thru 2790-Exit
    end-if
    if BF-SourceFiles not equal to AF-SourceFiles
        move "source files" to FieldLabel
        move BF-SourceFiles to FieldBefore
        move AF-SourceFiles to FieldAfter
        perform 2790-WriteFieldLine thru 2790-Exit
    end-if
    if BF-BinaryName not equal to AF-BinaryName
        move "binary name" to FieldLabel
        move BF-BinaryName to FieldBefore
        move AF-BinaryName to FieldAfter
        perform 2790-WriteFieldLine thru 2790-Exit
    end-if
    if BF-Frequency not equal to AF-Frequency
        move "frequency" to FieldLabel
        move BF-Frequency to FieldBefore
        move AF-Frequency to FieldAfter
        perform 2790-WriteFieldLine thru 2790-Exit
    end-if
    if BF-FreqValue not equal to AF-FreqValue
        move "freq value" to FieldLabel
        move BF-FreqValue to FieldBefore
        move AF-FreqValue to FieldAfter
        perform 2790-WriteFieldLine thru 2790-Exit
    end-if
    if BF-RetryCount not equal to AF-RetryCount
        move "retry count" to FieldLabel
        move BF-RetryCount to FieldBefore
        move AF-RetryCount to FieldAfter
        perform 2790-WriteFieldLine thru 2790-Exit
    end-if
    if BF-RetryDelay not equal to AF-RetryDelay
        move "retry delay" to FieldLabel
        move BF-RetryDelay to FieldBefore
        move AF-RetryDelay to FieldAfter
        perform 2790-WriteFieldLine thru 2790-Exit
    end-if.
2700-Exit.
    exit.

2790-WriteFieldLine.
    move spaces to ReportLine
    move FieldLabel to ReportLine(7:14)
    move "before" to ReportLine(22:6)
    move FieldBefore to ReportLine(29:50)
    move "after" to ReportLine(80:5)
    move FieldAfter(1:47) to ReportLine(86:47)
    write ReportLine.
2790-Exit.
    exit.

2800-FindStepLine.
    move zero to FoundLineIdx
    perform varying ScanLineIdx from 1 by 1
            until ScanLineIdx is greater than NumberOfLines
        if PL-Image(ScanLineIdx)(1:2) is numeric
                and PL-StepNumber(ScanLineIdx) equal to TransactionStep
            set FoundLineIdx to ScanLineIdx
        end-if
    end-perform.
2800-Exit.
    exit.

2850-RemoveLine.
    perform varying ShiftIdx from FoundLineIdx by 1
            until ShiftIdx is not less than NumberOfLines
        move PL-Image(ShiftIdx + 1) to PL-Image(ShiftIdx)
    end-perform
    move spaces to PL-Image(NumberOfLines)
    subtract 1 from NumberOfLines.
2850-Exit.
    exit.

2900-ReportReject.
    add 1 to TransactionsRejected
    move spaces to ReportLine
    string
        "REJECTED  " delimited by size
        PT-Action delimited by size
        " " delimited by size
        function trim(TransactionText) delimited by size
        " - " delimited by size
        function trim(RejectReason) delimited by size
        into ReportLine
    end-string
    write ReportLine.
2900-Exit.
    exit.

2950-ReportStepHeading.
    move ReportLine(1:10) to FieldLabel
    move spaces to ReportLine
    string
        FieldLabel(1:10) delimited by size
        "step " delimited by size
        StepImage(1:2) delimited by size
        "  " delimited by size
        StepImage(7:30) delimited by size
        into ReportLine
    end-string
    write ReportLine.
2950-Exit.
    exit.

*> The scheduler's own 1300-ValidatePlan checks - duplicate step
*> numbers, dependencies on steps not on the plan or later in the
*> roster, circular chains, declarations for steps not on the plan -
*> and before them the column checks: every separator a space, every
*> numeric field numeric, every name filled in and every frequency
*> one the scheduler knows.
3000-ValidatePlan.
    move zero to PlanFaults
    move spaces to ReportLine
    write ReportLine

    if PlanOverflowed equal to 1
        move "the plan has more than 100 lines" to FaultText
        perform 3900-ReportFault thru 3900-Exit
    end-if

    perform varying LineIdx from 1 by 1
            until LineIdx is greater than NumberOfLines
        evaluate true
            when PL-Image(LineIdx)(1:2) is numeric
                perform 3100-CheckStepColumns thru 3100-Exit
            when LineIsInput(LineIdx) or LineIsResource(LineIdx)
                perform 3200-CheckDeclaration thru 3200-Exit
            when other
                move spaces to FaultText
                string
                    "unusable plan line " delimited by size
                    PL-Image(LineIdx)(1:40) delimited by size
                    into FaultText
                end-string
                perform 3900-ReportFault thru 3900-Exit
        end-evaluate
    end-perform

    perform varying LineIdx from 1 by 1
            until LineIdx is greater than NumberOfLines
        if PL-Image(LineIdx)(1:2) is numeric
            perform 3300-CheckStepDependency thru 3300-Exit
        end-if
    end-perform

    if PlanFaults is greater than zero
        move spaces to ReportLine
        string
            PlanFaults delimited by size
            " plan fault(s) - version not written, NightlyJobPlan.dat"
                delimited by size
            " is unchanged" delimited by size
            into ReportLine
        end-string
        write ReportLine
        display "JobPlanMaintenance: " PlanFaults
            " plan fault(s) - no new version written"
    end-if.
3000-Exit.
    exit.

3100-CheckStepColumns.
    move PL-Image(LineIdx) to StepImage
    move spaces to ColumnProblem
    evaluate true
        when SF-Sep1 not equal to space or SF-Sep2 not equal to space
                or SF-Sep3 not equal to space or SF-Sep4 not equal to space
                or SF-Sep5 not equal to space or SF-Sep6 not equal to space
            move "has a column out of place" to ColumnProblem
        when SF-DependsOn is not numeric
            move "has a depends-on that is not numeric" to ColumnProblem
        when SF-DisplayName equal to spaces or SF-Directory equal to spaces
                or SF-SourceFiles equal to spaces
                or SF-BinaryName equal to spaces
            move "is missing its name, directory, sources or binary"
                to ColumnProblem
        when not FrequencyIsKnown
            move "has a frequency other than D, W, B or P" to ColumnProblem
        when StepImage(302:2) not equal to spaces
                and SF-FreqValue is not numeric
            move "has a frequency value that is not numeric" to ColumnProblem
        when FrequencyIsWeekly
                and (SF-FreqValue is not numeric or SF-FreqValue equal to zero
                    or SF-FreqValue is greater than 7)
            move "is weekly without a day of the week 01 to 07" to ColumnProblem
        when StepImage(305:1) not equal to space
                and SF-RetryCount is not numeric
            move "has a retry count that is not numeric" to ColumnProblem
        when StepImage(307:3) not equal to spaces
                and SF-RetryDelay is not numeric
            move "has a retry delay that is not numeric" to ColumnProblem
        when other
            continue
    end-evaluate
    if ColumnProblem not equal to spaces
        move spaces to FaultText
        string
            "step " delimited by size
            SF-StepNumber delimited by size
            " (" delimited by size
            function trim(SF-DisplayName) delimited by size
            ") " delimited by size
            function trim(ColumnProblem) delimited by size
            into FaultText
        end-string
        perform 3900-ReportFault thru 3900-Exit
    end-if

    perform varying ScanLineIdx from 1 by 1
            until ScanLineIdx is not less than LineIdx
        if PL-Image(ScanLineIdx)(1:2) is numeric
                and PL-StepNumber(ScanLineIdx) equal to SF-StepNumber
            move spaces to FaultText
            string
                "step number " delimited by size
                SF-StepNumber delimited by size
                " (" delimited by size
                function trim(SF-DisplayName) delimited by size
                ") duplicates an earlier plan record" delimited by size
                into FaultText
            end-string
            perform 3900-ReportFault thru 3900-Exit
        end-if
    end-perform.
3100-Exit.
    exit.

3200-CheckDeclaration.
    move spaces to FaultText
    if PL-Image(LineIdx)(4:2) is not numeric
        string
            "unusable plan line " delimited by size
            PL-Image(LineIdx)(1:40) delimited by size
            into FaultText
        end-string
        perform 3900-ReportFault thru 3900-Exit
        go to 3200-Exit
    end-if
    if LineIsInput(LineIdx)
            and (PL-Image(LineIdx)(68:3) is not numeric
                or PL-Image(LineIdx)(72:3) is not numeric)
        string
            "unusable plan line " delimited by size
            PL-Image(LineIdx)(1:40) delimited by size
            into FaultText
        end-string
        perform 3900-ReportFault thru 3900-Exit
        go to 3200-Exit
    end-if
    move PL-DeclStep(LineIdx) to TransactionStep
    perform 2800-FindStepLine thru 2800-Exit
    if FoundLineIdx equal to zero
        string
            function trim(PL-Image(LineIdx)(7:60)) delimited by size
            " is declared for step " delimited by size
            PL-DeclStep(LineIdx) delimited by size
            " which is not on the plan" delimited by size
            into FaultText
        end-string
        perform 3900-ReportFault thru 3900-Exit
    end-if.
3200-Exit.
    exit.

*> Missing and later-in-roster dependencies, then the chain walk:
*> each step has one parent at most, so a chain still going after
*> as many hops as the plan has lines is circular.
3300-CheckStepDependency.
    if PL-Image(LineIdx)(4:2) is not numeric
            or PL-DependsOn(LineIdx) equal to zero
        go to 3300-Exit
    end-if
    move zero to DependencyFound
    move zero to DependencyDefinedAt
    perform varying ScanLineIdx from 1 by 1
            until ScanLineIdx is greater than NumberOfLines
        if PL-Image(ScanLineIdx)(1:2) is numeric
                and PL-StepNumber(ScanLineIdx) equal to PL-DependsOn(LineIdx)
            move 1 to DependencyFound
            set DependencyDefinedAt to ScanLineIdx
        end-if
    end-perform
    move spaces to FaultText
    evaluate true
        when DependencyFound equal to zero
            string
                "step " delimited by size
                PL-StepNumber(LineIdx) delimited by size
                " (" delimited by size
                function trim(PL-DisplayName(LineIdx)) delimited by size
                ") depends on step " delimited by size
                PL-DependsOn(LineIdx) delimited by size
                " which is not on the plan" delimited by size
                into FaultText
            end-string
            perform 3900-ReportFault thru 3900-Exit
            go to 3300-Exit
        when DependencyDefinedAt is greater than LineIdx
            string
                "step " delimited by size
                PL-StepNumber(LineIdx) delimited by size
                " (" delimited by size
                function trim(PL-DisplayName(LineIdx)) delimited by size
                ") depends on step " delimited by size
                PL-DependsOn(LineIdx) delimited by size
                " which appears later in the roster" delimited by size
                into FaultText
            end-string
            perform 3900-ReportFault thru 3900-Exit
        when other
            continue
    end-evaluate

    move zero to ChainHops
    move PL-DependsOn(LineIdx) to ChainNextNumber
    perform until ChainNextNumber equal to zero
            or ChainHops is greater than NumberOfLines
        add 1 to ChainHops
        move zero to ChainLineIdx
        perform varying ScanLineIdx from 1 by 1
                until ScanLineIdx is greater than NumberOfLines
            if PL-Image(ScanLineIdx)(1:2) is numeric
                    and PL-StepNumber(ScanLineIdx) equal to ChainNextNumber
                set ChainLineIdx to ScanLineIdx
            end-if
        end-perform
        if ChainLineIdx equal to zero
                or PL-Image(ChainLineIdx)(4:2) is not numeric
            move zero to ChainNextNumber
        else
            move PL-DependsOn(ChainLineIdx) to ChainNextNumber
        end-if
    end-perform
    if ChainHops is greater than NumberOfLines
        move spaces to FaultText
        string
            "step " delimited by size
            PL-StepNumber(LineIdx) delimited by size
            " (" delimited by size
            function trim(PL-DisplayName(LineIdx)) delimited by size
            ") sits on a circular dependency chain" delimited by size
            into FaultText
        end-string
        perform 3900-ReportFault thru 3900-Exit
    end-if.
3300-Exit.
    exit.

3900-ReportFault.
    add 1 to PlanFaults
    move spaces to ReportLine
    string
        "PLAN FAULT - " delimited by size
        FaultText delimited by size
        into ReportLine
    end-string
    write ReportLine.
3900-Exit.
    exit.

*> The new version goes on the versions file whatever its date; it
*> only becomes NightlyJobPlan.dat now if it takes effect today.
4000-WriteNewVersion.
    open extend PlanVersions
    if PlanVersionsNotFound
        open output PlanVersions
    end-if
    move spaces to VersionHeaderRecord
    move NewVersion to VR-Version
    move "H" to VR-LineType
    move NewEffective to VH-Effective
    move CurrentDateStamp(1:14) to VH-AppliedStamp
    move NewInitials to VH-Initials
    if HighestVersion is greater than zero
        move HighestVersion to VH-BasedOn
    else
        move InstalledVersion to VH-BasedOn
    end-if
    move NewReason to VH-Reason
    write VersionHeaderRecord
    perform varying LineIdx from 1 by 1
            until LineIdx is greater than NumberOfLines
        if PL-Image(LineIdx)(1:2) is numeric
            perform 4100-WriteVersionStep thru 4100-Exit
        end-if
    end-perform
    close PlanVersions
    move 1 to VersionWritten

    move spaces to ReportLine
    write ReportLine
    move spaces to ReportLine
    if NewEffective is greater than TodaysDate
        string
            "Plan version " delimited by size
            NewVersion delimited by size
            " written, effective " delimited by size
            NewEffective delimited by size
            " - NightlyJobPlan.dat stays as it is until then"
                delimited by size
            into ReportLine
        end-string
    else
        perform 4200-WritePlanFile thru 4200-Exit
        string
            "Plan version " delimited by size
            NewVersion delimited by size
            " written and put in as NightlyJobPlan.dat, effective "
                delimited by size
            NewEffective delimited by size
            into ReportLine
        end-string
    end-if
    write ReportLine
    display "JobPlanMaintenance: " function trim(ReportLine).
4000-Exit.
    exit.

4100-WriteVersionStep.
    move spaces to VersionRecord
    move NewVersion to VR-Version
    move "P" to VR-LineType
    move PL-Image(LineIdx) to VR-PlanLine
    write VersionRecord
    perform varying ScanLineIdx from 1 by 1
            until ScanLineIdx is greater than NumberOfLines
        if PL-Image(ScanLineIdx)(1:2) is not numeric
                and PL-DeclStep(ScanLineIdx) equal to PL-StepNumber(LineIdx)
            move PL-Image(ScanLineIdx) to VR-PlanLine
            write VersionRecord
        end-if
    end-perform.
4100-Exit.
    exit.

*> The plan file is written as the version image holds it, each step
*> followed by its declarations, under the version line.
4200-WritePlanFile.
    open output NightlyJobPlan
    move spaces to PlanVersionRecord
    move "PV" to PV-RecordType
    move NewVersion to PV-Version
    move NewEffective to PV-Effective
    write PlanVersionRecord
    perform varying LineIdx from 1 by 1
            until LineIdx is greater than NumberOfLines
        if PL-Image(LineIdx)(1:2) is numeric
            move PL-Image(LineIdx) to JobPlanRecord
            write JobPlanRecord
            perform varying ScanLineIdx from 1 by 1
                    until ScanLineIdx is greater than NumberOfLines
                if PL-Image(ScanLineIdx)(1:2) is not numeric
                        and PL-DeclStep(ScanLineIdx)
                            equal to PL-StepNumber(LineIdx)
                    move PL-Image(ScanLineIdx) to JobPlanRecord
                    write JobPlanRecord
                end-if
            end-perform
        end-if
    end-perform
    close NightlyJobPlan.
4200-Exit.
    exit.

8000-SetReturnCode.
    move spaces to ReportLine
    write ReportLine
    move spaces to ReportLine
    string
        TransactionsApplied delimited by size
        " transaction(s) applied, " delimited by size
        TransactionsRejected delimited by size
        " rejected" delimited by size
        into ReportLine
    end-string
    write ReportLine
    display "JobPlanMaintenance: " TransactionsApplied " applied, "
        TransactionsRejected " rejected, " PlanFaults " plan fault(s)"
    evaluate true
        when PlanFaults is greater than zero
            set BatchCompletedWithErrors to true
        when TransactionsRejected is greater than zero
            set BatchCompletedWithWarnings to true
        when other
            set BatchCompletedNormally to true
    end-evaluate.
8000-Exit.
    exit.

9000-Terminate.
    close ChangeReport.
9000-Exit.
    exit.

end program JobPlanMaintenance.
