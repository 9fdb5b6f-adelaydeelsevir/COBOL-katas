*> the retry. Run-all ignores the resume checkpoint and leaves it
*> untouched; no parm file (or "GATE") keeps the original
*> behaviour.
*>
*> The suites only reach the callable routines, so the batch
*> programs themselves are covered by regression cases on
*> RegressionCases.dat, run after the roster and counted, logged,
*> checkpointed and retried the same way. Each case names the
*> program (its directory, compile line and binary, as on the
*> roster) and the return code it should end with, then its lines:
*>   FX  a fixture kept here, and the name the program reads it by
*>   EX  a golden copy kept here, and the output it is compared to
*>   MK  columns of an output to mask - run dates, timestamps -
*>       on every line, or only the lines starting with a prefix
*> The program runs in _regress_work/run with nothing but its
*> fixtures (and the directories its outputs go to), so a name like
*> ../COBOL-Job-Scheduler/RunControl.dat stays inside the scratch
*> area. Every output is compared line by
*> line after masking; each difference is listed under the case on
*> TestSuiteRunLog.dat, and the case fails on the run history just
*> as a suite with a failed assertion does.

environment division.
configuration section.
    select RunHistory assign to "TestSuiteRunHistory.dat"
        organization is line sequential
        file status is RunHistoryStatus.
    select RegressionCases assign to "RegressionCases.dat"
        organization is line sequential
        file status is RegressionCasesStatus.
    select ExpectedOutput assign to ExpectedOutputName
        organization is line sequential
        file status is ExpectedOutputStatus.
    select ActualOutput assign to ActualOutputName
        organization is line sequential
        file status is ActualOutputStatus.

data division.
file section.
            02 filler       pic x.
            02 RH-RetryUsed pic x.

*> A case line carries the same program columns as the roster; the
*> fixture, golden-file and mask lines behind it belong to it.
    fd RegressionCases.
        01 RegressionCaseRecord.
            02 RC-LineType pic xx.
                88 CaseLineIsCase     value "RC".
                88 CaseLineIsFixture  value "FX".
                88 CaseLineIsExpected value "EX".
                88 CaseLineIsMask     value "MK".
            02 filler          pic x.
            02 RC-CaseName     pic x(30).
            02 RC-Directory    pic x(30).
            02 RC-SourceFiles  pic x(220).
            02 RC-BinaryName   pic x(12).
            02 filler          pic x.
            02 RC-ExpectedRc   pic 9.
        01 RegressionFileRecord.
            02 filler          pic xx.
            02 filler          pic x.
            02 RF-StoredName   pic x(40).
            02 filler          pic x.
            02 RF-RunName      pic x(60).
        01 RegressionMaskRecord.
            02 filler          pic xx.
            02 filler          pic x.
            02 RM-RunName      pic x(60).
            02 filler          pic x.
            02 RM-Start        pic 999.
            02 filler          pic x.
            02 RM-Length       pic 999.
            02 filler          pic x.
            02 RM-LinePrefix   pic x(30).

    fd ExpectedOutput.
        01 ExpectedOutputRecord pic x(512).

    fd ActualOutput.
        01 ActualOutputRecord pic x(512).

working-storage section.
    01 TestSuiteListStatus pic xx value spaces.
        88 EndOfTestSuiteList value "10".
    01 WS-BuildAndRunCommand pic x(600) value spaces.
    01 WS-CountFailuresCommand pic x(200) value spaces.

*> What is being run - a roster suite or a regression case - under
*> the name the log and the run history carry, and the exit code it
*> passes with.
    01 CurrentItemName pic x(30) value spaces.
    01 CurrentItemKind pic x value "S".
        88 ItemIsSuite          value "S".
        88 ItemIsRegressionCase value "R".
    01 ExpectedItemRc pic s9(5) value zero.

    01 RegressionCasesStatus pic xx value spaces.
        88 RegressionCasesNotFound value "35".
        88 EndOfRegressionCases value "10".
    01 ExpectedOutputStatus pic xx value spaces.
        88 ExpectedOutputNotFound value "35".
        88 EndOfExpectedOutput value "10".
    01 ActualOutputStatus pic xx value spaces.
        88 ActualOutputNotFound value "35".
        88 EndOfActualOutput value "10".
    01 ExpectedOutputName pic x(80) value spaces.
    01 ActualOutputName pic x(80) value spaces.

    01 CaseName pic x(30) value spaces.
    01 CaseDirectory pic x(30) value spaces.
    01 CaseSourceFiles pic x(220) value spaces.
    01 CaseBinaryName pic x(12) value spaces.
    01 CaseExpectedRc pic 9 value zero.
    01 CaseFixtures.
        02 CaseFixture occurs 1 to 40 times depending on NumberOfFixtures
                indexed by FixtureIdx.
            03 CF-StoredName pic x(40).
            03 CF-RunName    pic x(60).
    01 NumberOfFixtures pic 99 value zero.
    01 CaseOutputs.
        02 CaseOutput occurs 1 to 20 times depending on NumberOfOutputs
                indexed by OutputIdx.
            03 CO-StoredName pic x(40).
            03 CO-RunName    pic x(60).
    01 NumberOfOutputs pic 99 value zero.
    01 CaseMasks.
        02 CaseMask occurs 1 to 40 times depending on NumberOfMasks
                indexed by MaskIdx.
            03 CM-RunName    pic x(60).
            03 CM-Start      pic 999.
            03 CM-Length     pic 999.
            03 CM-LinePrefix pic x(30).
    01 NumberOfMasks pic 99 value zero.
    01 CaseLinesDropped pic 9(3) value zero.

    01 CompareExpectedLine pic x(512) value spaces.
    01 CompareActualLine pic x(512) value spaces.
    01 CompareLineNumber pic 9(5) value zero.
    01 MaskedLine pic x(512) value spaces.
    01 MaskPrefixLength pic 99 value zero.
    01 MaskFitLength pic 999 value zero.
    01 OutputDifferences pic 9(5) value zero.

*> The differences found for the case, written under its result.
    01 DifferenceLog.
        02 DifferenceLine pic x(160) occurs 1 to 30 times
                depending on NumberOfDifferenceLines indexed by DifferenceIdx.
    01 NumberOfDifferenceLines pic 99 value zero.
    01 DifferencesNotListed pic 9(5) value zero.
    01 NewDifferenceLine pic x(160) value spaces.
    01 RcDisplay pic 9(3) value zero.

    copy BatchReturnCode.

procedure division.
        if not RunAborted
            perform 2100-ReadSuite thru 2100-Exit
        end-if
    end-perform
    if not RunAborted
        perform 2800-RunRegressionCases thru 2800-Exit
    end-if.
2000-Exit.
    exit.

    end-if

    add 1 to CurrentSuiteNumber
    move TSL-DisplayName to CurrentItemName
    set ItemIsSuite to true
    move zero to ExpectedItemRc

    if CurrentSuiteNumber < ResumeFromSuiteNumber
        add 1 to SuitesSkipped
        move spaces to RunLogLine
        string
            function trim(CurrentItemName) delimited by size
            "   SKIPPED (already passed before restart)" delimited by size
            into RunLogLine
        end-string
    add 1 to SuitesRun
    move spaces to RunLogLine

    if SuiteReturnCode = ExpectedItemRc and SuiteFailCount = zero
        add 1 to SuitesPassed
        string
            function trim(CurrentItemName) delimited by size
            "   PASS     elapsed=" delimited by size
            SuiteElapsedDisplay delimited by size
            "s" delimited by size
            into RunLogLine
        end-string
        display function trim(CurrentItemName) " - PASS" end-display
        write RunLogLine
        move "PASS" to HistoryOutcome
        move "N" to HistoryRetryUsed
    add 1 to SuitesFailed
    set RunAborted to true
    string
        function trim(CurrentItemName) delimited by size
        "   FAIL     exit=" delimited by size
        SuiteReturnCode delimited by size
        " failing-lines=" delimited by size
        "s" delimited by size
        into RunLogLine
    end-string
    display function trim(CurrentItemName) " - FAILED, see SuiteRunOutput.log" end-display
    perform 2600-WriteCheckpointAtFailure thru 2600-Exit
    write RunLogLine
    perform 2990-WriteDifferenceLines thru 2990-Exit
    move "FAIL" to HistoryOutcome
    move "N" to HistoryRetryUsed
    perform 2700-AppendRunHistory thru 2700-Exit.
*> flaky, not broken; one that fails both times is firmly broken
*> and still turns the whole run red at the end.
2550-RetryFailedSuite.
    display function trim(CurrentItemName)
        " - failed, retrying once" end-display
    compute SuiteStartSeconds = function seconds-past-midnight
    if ItemIsRegressionCase
        perform 2920-BuildAndRunCase thru 2920-Exit
        perform 2950-CompareOutputs thru 2950-Exit
    else
        perform 2300-BuildAndRunSuite thru 2300-Exit
        perform 2400-CollectSuiteResult thru 2400-Exit
    end-if
    perform 2450-ComputeElapsed thru 2450-Exit

    move spaces to RunLogLine
    if SuiteReturnCode = ExpectedItemRc and SuiteFailCount = zero
        add 1 to SuitesFlaky
        add 1 to SuitesPassed
        string
            function trim(CurrentItemName) delimited by size
            "   FLAKY    passed on retry, elapsed=" delimited by size
            SuiteElapsedDisplay delimited by size
            "s" delimited by size
            into RunLogLine
        end-string
        display function trim(CurrentItemName) " - FLAKY (passed on retry)" end-display
        move "FLAKY" to HistoryOutcome
        move "Y" to HistoryRetryUsed
        perform 2700-AppendRunHistory thru 2700-Exit
        add 1 to SuitesFailed
        add 1 to SuitesFirmlyFailed
        string
            function trim(CurrentItemName) delimited by size
            "   FAIL     failed retry too, exit=" delimited by size
            SuiteReturnCode delimited by size
            " failing-lines=" delimited by size
            "s" delimited by size
            into RunLogLine
        end-string
        display function trim(CurrentItemName)
            " - FAILED on retry too, see SuiteRunOutput.log" end-display
        move "FAIL" to HistoryOutcome
        move "Y" to HistoryRetryUsed
        perform 2700-AppendRunHistory thru 2700-Exit
    end-if
    write RunLogLine
    perform 2990-WriteDifferenceLines thru 2990-Exit.
2550-Exit.
    exit.

    move spaces to RunHistoryRecord
    move RunStampDate to RH-RunDate
    move RunStampTime to RH-RunTime
    move CurrentItemName to RH-SuiteName
    move SuiteElapsedDisplay to RH-Elapsed
    move HistoryOutcome to RH-Outcome
    move HistoryRetryUsed to RH-RetryUsed
2600-Exit.
    exit.

*>-----------------------------------------------------------------
*> 2800 series - the regression cases, after the roster: each case
*> runs its program on its fixtures in a scratch directory and its
*> outputs are compared with the golden copies.
*>-----------------------------------------------------------------
2800-RunRegressionCases.
    open input RegressionCases
    if RegressionCasesNotFound
        go to 2800-Exit
    end-if
    perform 2810-ReadCaseLine thru 2810-Exit
    perform until EndOfRegressionCases or RunAborted
        if CaseLineIsCase
            perform 2820-LoadCase thru 2820-Exit
            perform 2900-RunOneCase thru 2900-Exit
        else
            perform 2810-ReadCaseLine thru 2810-Exit
        end-if
    end-perform
    close RegressionCases.
2800-Exit.
    exit.

2810-ReadCaseLine.
    read RegressionCases
        at end set EndOfRegressionCases to true
    end-read.
2810-Exit.
    exit.

*> The case line, then its FX, EX and MK lines up to the next case.
2820-LoadCase.
    move RC-CaseName to CaseName
    move RC-Directory to CaseDirectory
    move RC-SourceFiles to CaseSourceFiles
    move RC-BinaryName to CaseBinaryName
    if RC-ExpectedRc is numeric
        move RC-ExpectedRc to CaseExpectedRc
    else
        move zero to CaseExpectedRc
    end-if
    move zero to NumberOfFixtures
    move zero to NumberOfOutputs
    move zero to NumberOfMasks
    move zero to CaseLinesDropped

    perform 2810-ReadCaseLine thru 2810-Exit
    perform until EndOfRegressionCases or CaseLineIsCase
        evaluate true
            when CaseLineIsFixture and NumberOfFixtures is less than 40
                add 1 to NumberOfFixtures
                move RF-StoredName to CF-StoredName(NumberOfFixtures)
                move RF-RunName to CF-RunName(NumberOfFixtures)
            when CaseLineIsExpected and NumberOfOutputs is less than 20
                add 1 to NumberOfOutputs
                move RF-StoredName to CO-StoredName(NumberOfOutputs)
                move RF-RunName to CO-RunName(NumberOfOutputs)
            when CaseLineIsMask and NumberOfMasks is less than 40
                add 1 to NumberOfMasks
                move RM-RunName to CM-RunName(NumberOfMasks)
                move RM-Start to CM-Start(NumberOfMasks)
                move RM-Length to CM-Length(NumberOfMasks)
                move RM-LinePrefix to CM-LinePrefix(NumberOfMasks)
            when other
                add 1 to CaseLinesDropped
        end-evaluate
        perform 2810-ReadCaseLine thru 2810-Exit
    end-perform
    if CaseLinesDropped is greater than zero
        display function trim(CaseName) " - " CaseLinesDropped
            " case line(s) not understood or over the limit, ignored"
            end-display
    end-if.
2820-Exit.
    exit.

2900-RunOneCase.
    add 1 to CurrentSuiteNumber
    move CaseName to CurrentItemName
    set ItemIsRegressionCase to true
    move CaseExpectedRc to ExpectedItemRc

    if CurrentSuiteNumber < ResumeFromSuiteNumber
        add 1 to SuitesSkipped
        move spaces to RunLogLine
        string
            function trim(CurrentItemName) delimited by size
            "   SKIPPED (already passed before restart)" delimited by size
            into RunLogLine
        end-string
        write RunLogLine
        go to 2900-Exit
    end-if

    compute SuiteStartSeconds = function seconds-past-midnight
    perform 2920-BuildAndRunCase thru 2920-Exit
    perform 2950-CompareOutputs thru 2950-Exit
    perform 2450-ComputeElapsed thru 2450-Exit
    perform 2500-JudgeSuite thru 2500-Exit.
2900-Exit.
    exit.

*> A fresh scratch directory holding only the fixtures, then the
*> program compiled in its own directory and run in the scratch one.
2920-BuildAndRunCase.
    call "SYSTEM" using "rm -rf _regress_work && mkdir -p _regress_work/run"
    perform 2930-StageFixture thru 2930-Exit
        varying FixtureIdx from 1 by 1
        until FixtureIdx is greater than NumberOfFixtures
    perform 2935-PrepareOutputDirectory thru 2935-Exit
        varying OutputIdx from 1 by 1
        until OutputIdx is greater than NumberOfOutputs

    move spaces to WS-BuildAndRunCommand
    string
        "(cd " delimited by size
        function trim(CaseDirectory) delimited by size
        " && cobc -x -std=mf -free -I . " delimited by size
        function trim(CaseSourceFiles) delimited by size
        " -o ../COBOL-Test-Suite-Driver/_tests_bin/" delimited by size
        function trim(CaseBinaryName) delimited by size
        ".bin) > SuiteRunOutput.log 2>&1" delimited by size
        " && (cd _regress_work/run && ../../_tests_bin/" delimited by size
        function trim(CaseBinaryName) delimited by size
        ".bin) >> SuiteRunOutput.log 2>&1" delimited by size
        "; echo $? > SuiteRunOutput.rc" delimited by size
        into WS-BuildAndRunCommand
    end-string
    call "SYSTEM" using WS-BuildAndRunCommand

    move zero to SuiteReturnCode
    open input SuiteRcFile
    if not SuiteRcFileNotFound
        read SuiteRcFile
            not at end move function numval(function trim(SuiteRcLine))
                to SuiteReturnCode
        end-read
        close SuiteRcFile
    end-if.
2920-Exit.
    exit.

2930-StageFixture.
    move spaces to WS-BuildAndRunCommand
    string
        "mkdir -p $(dirname _regress_work/run/" delimited by size
        function trim(CF-RunName(FixtureIdx)) delimited by size
        ") && cp " delimited by size
        function trim(CF-StoredName(FixtureIdx)) delimited by size
        " _regress_work/run/" delimited by size
        function trim(CF-RunName(FixtureIdx)) delimited by size
        into WS-BuildAndRunCommand
    end-string
    call "SYSTEM" using WS-BuildAndRunCommand.
2930-Exit.
    exit.

*> An output written under ../ needs its directory in the scratch
*> area even when no fixture put one there.
2935-PrepareOutputDirectory.
    move spaces to WS-BuildAndRunCommand
    string
        "mkdir -p $(dirname _regress_work/run/" delimited by size
        function trim(CO-RunName(OutputIdx)) delimited by size
        ")" delimited by size
        into WS-BuildAndRunCommand
    end-string
    call "SYSTEM" using WS-BuildAndRunCommand.
2935-Exit.
    exit.

*> The case's differences: a wrong return code, then every output
*> in turn. SuiteFailCount carries the count to 2500-JudgeSuite.
2950-CompareOutputs.
    move zero to SuiteFailCount
    move zero to NumberOfDifferenceLines
    move zero to DifferencesNotListed

    if SuiteReturnCode not equal to ExpectedItemRc
        add 1 to SuiteFailCount
        move SuiteReturnCode to RcDisplay
        move spaces to NewDifferenceLine
        string
            "    return code " delimited by size
            RcDisplay delimited by size
            ", expected " delimited by size
            CaseExpectedRc delimited by size
            " - see SuiteRunOutput.log" delimited by size
            into NewDifferenceLine
        end-string
        perform 2980-AddDifferenceLine thru 2980-Exit
    end-if

    perform 2960-CompareOneOutput thru 2960-Exit
        varying OutputIdx from 1 by 1
        until OutputIdx is greater than NumberOfOutputs.
2950-Exit.
    exit.

2960-CompareOneOutput.
    move CO-StoredName(OutputIdx) to ExpectedOutputName
    move spaces to ActualOutputName
    string
        "_regress_work/run/" delimited by size
        function trim(CO-RunName(OutputIdx)) delimited by size
        into ActualOutputName
    end-string
    move zero to OutputDifferences
    move zero to CompareLineNumber

    open input ExpectedOutput
    if ExpectedOutputNotFound
        add 1 to SuiteFailCount
        move spaces to NewDifferenceLine
        string
            "    golden file " delimited by size
            function trim(ExpectedOutputName) delimited by size
            " is missing" delimited by size
            into NewDifferenceLine
        end-string
        perform 2980-AddDifferenceLine thru 2980-Exit
        go to 2960-Exit
    end-if
    open input ActualOutput
    if ActualOutputNotFound
        close ExpectedOutput
        add 1 to SuiteFailCount
        move spaces to NewDifferenceLine
        string
            "    " delimited by size
            function trim(CO-RunName(OutputIdx)) delimited by size
            " was not written" delimited by size
            into NewDifferenceLine
        end-string
        perform 2980-AddDifferenceLine thru 2980-Exit
        go to 2960-Exit
    end-if

    perform with test after
            until EndOfExpectedOutput and EndOfActualOutput
        move spaces to ExpectedOutputRecord
        move spaces to ActualOutputRecord
        if not EndOfExpectedOutput
            read ExpectedOutput
                at end set EndOfExpectedOutput to true
            end-read
        end-if
        if not EndOfActualOutput
            read ActualOutput
                at end set EndOfActualOutput to true
            end-read
        end-if
        if not (EndOfExpectedOutput and EndOfActualOutput)
            add 1 to CompareLineNumber
            perform 2965-CompareOneLine thru 2965-Exit
        end-if
    end-perform
    close ExpectedOutput
    close ActualOutput
    add OutputDifferences to SuiteFailCount.
2960-Exit.
    exit.

*> A line missing from either side compares as spaces against the
*> other, so a short or long output shows the lines it lost or grew.
2965-CompareOneLine.
    move ExpectedOutputRecord to CompareExpectedLine
    move ActualOutputRecord to CompareActualLine
    if EndOfExpectedOutput
        move all "~" to CompareExpectedLine
    end-if
    if EndOfActualOutput
        move all "~" to CompareActualLine
    end-if
    perform 2970-ApplyMask thru 2970-Exit
        varying MaskIdx from 1 by 1
        until MaskIdx is greater than NumberOfMasks
    if CompareExpectedLine equal to CompareActualLine
        go to 2965-Exit
    end-if

    add 1 to OutputDifferences
    move spaces to NewDifferenceLine
    string
        "    " delimited by size
        function trim(CO-RunName(OutputIdx)) delimited by size
        " line " delimited by size
        CompareLineNumber delimited by size
        " differs" delimited by size
        into NewDifferenceLine
    end-string
    perform 2980-AddDifferenceLine thru 2980-Exit
    move spaces to NewDifferenceLine
    if EndOfExpectedOutput
        move "      expected: (no line)" to NewDifferenceLine
    else
        string
            "      expected: " delimited by size
            ExpectedOutputRecord delimited by size
            into NewDifferenceLine
        end-string
    end-if
    perform 2980-AddDifferenceLine thru 2980-Exit
    move spaces to NewDifferenceLine
    if EndOfActualOutput
        move "      actual:   (no line)" to NewDifferenceLine
    else
        string
            "      actual:   " delimited by size
            ActualOutputRecord delimited by size
            into NewDifferenceLine
        end-string
    end-if
    perform 2980-AddDifferenceLine thru 2980-Exit.
2965-Exit.
    exit.

*> A mask covers its columns of the named output on both sides -
*> on every line, or only on a line that starts with its prefix.
2970-ApplyMask.
    if CM-RunName(MaskIdx) not equal to CO-RunName(OutputIdx)
            or CM-Start(MaskIdx) is less than 1
            or CM-Start(MaskIdx) is greater than 512
            or CM-Length(MaskIdx) is less than 1
        go to 2970-Exit
    end-if
    move CM-Length(MaskIdx) to MaskFitLength
    if CM-Start(MaskIdx) + MaskFitLength - 1 is greater than 512
        compute MaskFitLength = 513 - CM-Start(MaskIdx)
    end-if
    move function length(function trim(CM-LinePrefix(MaskIdx) trailing))
        to MaskPrefixLength

    move CompareExpectedLine to MaskedLine
    perform 2975-MaskOneSide thru 2975-Exit
    move MaskedLine to CompareExpectedLine
    move CompareActualLine to MaskedLine
    perform 2975-MaskOneSide thru 2975-Exit
    move MaskedLine to CompareActualLine.
2970-Exit.
    exit.

2975-MaskOneSide.
    if CM-LinePrefix(MaskIdx) not equal to spaces
        if MaskedLine(1:MaskPrefixLength)
                not equal to CM-LinePrefix(MaskIdx)(1:MaskPrefixLength)
            go to 2975-Exit
        end-if
    end-if
    move all "#" to MaskedLine(CM-Start(MaskIdx):MaskFitLength).
2975-Exit.
    exit.

2980-AddDifferenceLine.
    if NumberOfDifferenceLines equal to 30
        add 1 to DifferencesNotListed
        go to 2980-Exit
    end-if
    add 1 to NumberOfDifferenceLines
    move NewDifferenceLine to DifferenceLine(NumberOfDifferenceLines).
2980-Exit.
    exit.

*> Under a failed case's result line; a suite has none to write.
2990-WriteDifferenceLines.
    if ItemIsSuite
        go to 2990-Exit
    end-if
    if SuiteReturnCode = ExpectedItemRc and SuiteFailCount = zero
        go to 2990-Exit
    end-if
    perform varying DifferenceIdx from 1 by 1
            until DifferenceIdx is greater than NumberOfDifferenceLines
        write RunLogLine from DifferenceLine(DifferenceIdx)
    end-perform
    if DifferencesNotListed is greater than zero
        move spaces to RunLogLine
        string
            "    " delimited by size
            DifferencesNotListed delimited by size
            " more difference line(s) not listed" delimited by size
            into RunLogLine
        end-string
        write RunLogLine
    end-if.
2990-Exit.
    exit.

*>-----------------------------------------------------------------
*> 3000 series - final tally. A clean sweep of the whole roster
*> resets the checkpoint so the next run starts at suite one again.
