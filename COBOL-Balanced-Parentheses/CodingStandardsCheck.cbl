identification division.
program-id. CodingStandardsCheck.

*> Shop coding-standards sweep over SourceLines.dat, run the same
*> way as KeywordPairValidator and PerformCrossReference: the
*> source-format parameter on BalanceCheckParms.dat, and the
*> expanded source with findings against the copybook file and line
*> when the CopybookExpansion pre-pass has run. The standards are
*> the ones the scheduler's return-code judging relies on, and each
*> violation carries a severity - E (error) or W (warning):
*>   MAINLINE     E  the first paragraph is not 0000-Mainline
*>   SETRC        E  no 8000-SetReturnCode paragraph
*>   TERMINATE    W  no 9000-Terminate paragraph
*>   PARA-NUM     W  a paragraph or section without an nnnn- prefix
*>   PARA-EXIT    W  a numbered paragraph with no nnnn-Exit of its own
*>   THRU-MISSING W  a PERFORM of a paragraph with no THRU
*>   THRU-PAIR    E  PERFORM nnnn-X THRU something other than nnnn-Exit
*>   FILE-STATUS  E  a file opened I-O or EXTEND - updated in place -
*>                   with no FILE STATUS on its SELECT
*>                W  the same for a file opened OUTPUT
*>   RC-COPYBOOK  E  BatchReturnCode not copied from BatchReturnCode.cpy
*>   RC-SOURCE    E  RETURN-CODE set from anything but BatchReturnCode
*>                   (ZERO is allowed, to clear a CALLed program's code)
*>   RC-NEVER-SET E  BatchReturnCode never moved to RETURN-CODE
*> A called module - PROCEDURE DIVISION USING - hands its result back
*> through its parameters, not the step's return code, so the
*> MAINLINE, SETRC, TERMINATE and RC- rules are not applied to it.
*>
*> A program with any error violation FAILS; warnings alone PASS.
*> CodingStandardsReport.dat lists every violation by line, and the
*> result goes on CodingStandardsResults.dat under the PROGRAM-ID,
*> replacing the program's previous result; JobPlanMaintenance will
*> not add a failed program to NightlyJobPlan.dat.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
file-control.
    select SourceLines assign to SourceInputName
        organization is line sequential
        file status is SourceLinesStatus.
    select LineOrigins assign to "SourceLineOrigins.dat"
        organization is line sequential
        file status is OriginsStatus.
    select StandardsReport assign to "CodingStandardsReport.dat"
        organization is line sequential.
    select StandardsResults assign to "CodingStandardsResults.dat"
        organization is line sequential
        file status is StandardsResultsStatus.
    select BalanceCheckParms assign to "BalanceCheckParms.dat"
        organization is line sequential
        file status is BalanceCheckParmsStatus.

data division.
file section.
    fd SourceLines.
        01 SourceLine pic x(256).

    fd LineOrigins.
        01 OriginRecord.
            02 OR-Member pic x(20).
            02 filler    pic x.
            02 OR-Line   pic 9(5).

    fd StandardsReport.
        01 ReportLine pic x(132).

    fd StandardsResults.
        copy CodingStandardsRecord.

    fd BalanceCheckParms.
        01 BalanceCheckParmRecord.
            02 ParmCheckMode pic x.
            02 filler        pic x.
            02 ParmDepthThreshold pic 99.
            02 filler        pic x.
            02 ParmCheckScope pic x.
            02 filler        pic x.
            02 ParmSyntaxProfile pic x(5).
            02 filler        pic x.
            02 ParmSourceFormat pic x.

working-storage section.
    01 SourceLinesStatus pic xx value spaces.
        88 SourceLinesNotFound value "35".
        88 EndOfSourceLines value "10".
    01 OriginsStatus pic xx value spaces.
        88 OriginsNotFound value "35".
        88 EndOfOrigins value "10".
    01 StandardsResultsStatus pic xx value spaces.
        88 StandardsResultsNotFound value "35".
        88 EndOfStandardsResults value "10".
    01 BalanceCheckParmsStatus pic xx value spaces.
        88 BalanceCheckParmsFound value "00".

    01 SourceInputName pic x(30) value "SourceLines.dat".
    01 OriginTable.
        02 OriginEntry occurs 1 to 2000 times depending on NumberOfOrigins
                indexed by OriginIdx.
            03 ORT-Member pic x(20).
            03 ORT-Line   pic 9(5).
    01 NumberOfOrigins pic 9(4) value zero.
    01 OriginsLoaded pic 9 value zero usage binary.
        88 SweepingExpandedSource value 1.
    01 ResolveLineNumber pic 9(5) value zero.
    01 FindingLineRef pic x(28) value spaces.

*> Fixed-format source support, as in the other sweeps: with "F" in
*> the source-format parameter each card is cut to its code columns,
*> comment cards drop out and continuations are rejoined.
    01 SourceFormat pic x value space.
        88 FormatIsFixed value "F".
    01 HeldFixedLine pic x(80) value spaces.
    01 HaveHeldLine pic 9 value zero usage binary.
    01 PhysicalEndOfFile pic 9 value zero usage binary.
    01 LogicalLineReady pic 9 value zero usage binary.
    01 StrippedContent pic x(65) value spaces.
    01 FixedIndicator pic x value space.
    01 ContinuationStart pic 99 value zero.
    01 HeldTrimLength pic 9(4) value zero.
    01 QuoteTally pic 9(4) value zero.
    01 JoinChar pic x value space.
    01 PhysicalCardNumber pic 9(5) value zero.
    01 HeldCardNumber pic 9(5) value zero.
    01 EmittedCardNumber pic 9(5) value zero.

    01 WorkLine pic x(256) value spaces.
    01 TrimmedLine pic x(256) value spaces.
    01 MaskPosition pic 9(4) value zero.
    01 MaskLength pic 9(4) value zero.
    01 InsideQuote pic 9 value zero usage binary.
        88 ScanIsInsideQuote value 1.
    01 QuoteCharacter pic x value space.
    01 CurrentToken pic x(30) value spaces.
    01 CandidateName pic x(30) value spaces.
    01 TokenHadPeriod pic 9 value zero usage binary.
    01 PreviousToken pic x(30) value spaces.
    01 TokenBeforeThat pic x(30) value spaces.
    01 ThirdTokenBack pic x(30) value spaces.
    01 TokenPointer pic 9(4) value 1.
    01 WorkLineLength pic 9(4) value zero.
    01 TokensOnLine pic 99 value zero.
    01 TokenLength pic 99 value zero.
    01 NameScanPos pic 99 value zero.
    01 NameLooksLikeTarget pic 9 value zero usage binary.

    01 LineNumber pic 9(5) value zero.
    01 LinesRead pic 9(5) value zero.
    01 CurrentDivision pic x value space.
        88 InEnvironmentDivision value "E".
        88 InDataDivision        value "D".
        88 InProcedureDivision   value "P".
    01 ProgramIsModule pic 9 value zero usage binary.
        88 SweepingCalledModule value 1.

    01 ProgramIdName pic x(30) value spaces.
    01 ProgramIdLine pic 9(5) value zero.
    01 ProgramIdWords.
        02 ProgramIdWord pic x(30) occurs 2 times.

    01 SelectTable.
        02 SelectEntry occurs 1 to 100 times depending on NumberOfSelects
                indexed by SelectIdx.
            03 SL-FdName    pic x(30).
            03 SL-Line      pic 9(5).
            03 SL-HasStatus pic 9 usage binary.
            03 SL-Updated   pic x.
            03 SL-Output    pic x.
    01 NumberOfSelects pic 999 value zero.
    01 SelectOpen pic 9 value zero usage binary.
    01 FoundSelectIndex pic 999 value zero.
    01 OpenStatementActive pic 9 value zero usage binary.
    01 OpenMode pic x value space.

    01 DefinitionTable.
        02 DefinitionEntry occurs 1 to 400 times depending on NumberOfDefinitions
                indexed by DefIdx, ExitDefIdx.
            03 DF-Name pic x(30).
            03 DF-Line pic 9(5).
    01 NumberOfDefinitions pic 999 value zero.
    01 ExpectedExitName pic x(30) value spaces.
    01 ExitFound pic 9 value zero usage binary.

*> PERFORM tracking: T - the next token is the target, H - the one
*> after the target may be THRU, X - the next token closes the range.
    01 PerformState pic x value space.
        88 PerformIdle          value space.
        88 PerformAwaitsTarget  value "T".
        88 PerformAwaitsThru    value "H".
        88 PerformAwaitsExit    value "X".
    01 PendingTarget pic x(30) value spaces.
    01 PendingTargetLine pic 9(5) value zero.

    01 BatchReturnCodeCopied pic 9 value zero usage binary.
    01 BatchReturnCodeDefinedInline pic 9 value zero usage binary.
    01 BatchReturnCodeInlineLine pic 9(5) value zero.
    01 ReturnCodeFromBatch pic 9 value zero usage binary.
    01 ReturnCodeSource pic x(30) value spaces.

    01 ViolationTable.
        02 ViolationEntry occurs 1 to 500 times depending on NumberOfViolations
                indexed by ViolationIdx.
            03 VL-Line     pic 9(5).
            03 VL-Severity pic x.
            03 VL-Rule     pic x(12).
            03 VL-Text     pic x(80).
    01 NumberOfViolations pic 999 value zero.
    01 ViolationsOverflowed pic 9 value zero usage binary.
    01 NewLine pic 9(5) value zero.
    01 NewSeverity pic x value space.
    01 NewRule pic x(12) value spaces.
    01 NewText pic x(80) value spaces.
    01 ErrorViolations pic 9(4) value zero.
    01 WarningViolations pic 9(4) value zero.

*> The results register, held while this program's line is replaced.
    01 ResultsTable.
        02 ResultEntry pic x(54) occurs 1 to 1000 times
                depending on NumberOfResults indexed by ResultIdx.
    01 NumberOfResults pic 9(4) value zero.
    01 ResultsDropped pic 9(4) value zero.
    01 ThisResult pic x(54) value spaces.
    01 ResultReplaced pic 9 value zero usage binary.
    01 CurrentDateStamp pic x(21) value spaces.

    copy BatchReturnCode.

procedure division.

0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    if BatchCompletedWithErrors
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 2000-ProcessLines thru 2000-Exit
    perform 3000-CheckWholeProgram thru 3000-Exit
    perform 4000-WriteViolations thru 4000-Exit
    perform 5000-RecordResult thru 5000-Exit
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
    move BatchReturnCode to return-code
    stop run.

1000-Initialize.
    open input BalanceCheckParms
    if BalanceCheckParmsFound
        read BalanceCheckParms
            at end continue
            not at end move ParmSourceFormat to SourceFormat
        end-read
        close BalanceCheckParms
    end-if

    perform 1050-LoadOrigins thru 1050-Exit
    open input SourceLines
    if SourceLinesNotFound
        display "CodingStandardsCheck: no " function trim(SourceInputName)
            " on file"
        set BatchCompletedWithErrors to true
        go to 1000-Exit
    end-if
    open output StandardsReport
    move "Coding-standards check" to ReportLine
    write ReportLine.
1000-Exit.
    exit.

1050-LoadOrigins.
    open input LineOrigins
    if OriginsNotFound
        go to 1050-Exit
    end-if
    perform until EndOfOrigins
        read LineOrigins
            at end set EndOfOrigins to true
            not at end
                if NumberOfOrigins is less than 2000
                    add 1 to NumberOfOrigins
                    move OR-Member to ORT-Member(NumberOfOrigins)
                    move OR-Line to ORT-Line(NumberOfOrigins)
                end-if
        end-read
    end-perform
    close LineOrigins
    if NumberOfOrigins is greater than zero
        move 1 to OriginsLoaded
        move "ExpandedSourceLines.dat" to SourceInputName
    end-if.
1050-Exit.
    exit.

2000-ProcessLines.
    perform 2100-ReadLine thru 2100-Exit
    perform with test after until EndOfSourceLines
        if not EndOfSourceLines
            add 1 to LineNumber
            add 1 to LinesRead
            if FormatIsFixed
                move EmittedCardNumber to LineNumber
            end-if
            perform 2200-ScanOneLine thru 2200-Exit
        end-if
        if not EndOfSourceLines
            perform 2100-ReadLine thru 2100-Exit
        end-if
    end-perform

*> A PERFORM left waiting for its THRU when the source ends has none.
    if PerformAwaitsThru
        perform 2560-ReportMissingThru thru 2560-Exit
    end-if.
2000-Exit.
    exit.

2100-ReadLine.
    if FormatIsFixed
        perform 2120-ReadLogicalFixedLine thru 2120-Exit
        go to 2100-Exit
    end-if
    read SourceLines
        at end set EndOfSourceLines to true
    end-read.
2100-Exit.
    exit.

2120-ReadLogicalFixedLine.
    move zero to LogicalLineReady
    perform until LogicalLineReady equal to 1
        if PhysicalEndOfFile equal to 1
            if HaveHeldLine equal to 1
                move HeldFixedLine to SourceLine
                move HeldCardNumber to EmittedCardNumber
                move zero to HaveHeldLine
                move "00" to SourceLinesStatus
                move 1 to LogicalLineReady
            else
                move "10" to SourceLinesStatus
                move 1 to LogicalLineReady
            end-if
        else
            read SourceLines
                at end
                    move 1 to PhysicalEndOfFile
                not at end
                    add 1 to PhysicalCardNumber
                    perform 2130-ClassifyFixedLine thru 2130-Exit
            end-read
        end-if
    end-perform.
2120-Exit.
    exit.

2130-ClassifyFixedLine.
    move spaces to StrippedContent
    move SourceLine(8:65) to StrippedContent
    move SourceLine(7:1) to FixedIndicator

    evaluate FixedIndicator
        when "*" when "/" when "D" when "d"
            continue
        when "-"
            perform 2140-JoinContinuation thru 2140-Exit
        when other
            if HaveHeldLine equal to 1
                move HeldFixedLine to SourceLine
                move HeldCardNumber to EmittedCardNumber
                move spaces to HeldFixedLine
                move StrippedContent to HeldFixedLine
                move PhysicalCardNumber to HeldCardNumber
                move 1 to LogicalLineReady
            else
                move spaces to HeldFixedLine
                move StrippedContent to HeldFixedLine
                move PhysicalCardNumber to HeldCardNumber
                move 1 to HaveHeldLine
            end-if
    end-evaluate.
2130-Exit.
    exit.

2140-JoinContinuation.
    if HaveHeldLine equal to zero
        move StrippedContent to HeldFixedLine
        move PhysicalCardNumber to HeldCardNumber
        move 1 to HaveHeldLine
        go to 2140-Exit
    end-if

    move zero to ContinuationStart
    perform varying QuoteTally from 1 by 1
            until QuoteTally is greater than 65
            or ContinuationStart is greater than zero
        if StrippedContent(QuoteTally:1) not equal to space
            move QuoteTally to ContinuationStart
        end-if
    end-perform
    if ContinuationStart equal to zero
        go to 2140-Exit
    end-if

    move function length(function trim(HeldFixedLine trailing))
        to HeldTrimLength
    move StrippedContent(ContinuationStart:1) to JoinChar
    move zero to QuoteTally
    if JoinChar equal to quote or JoinChar equal to "'"
        inspect HeldFixedLine(1:HeldTrimLength)
            tallying QuoteTally for all JoinChar
    end-if

    if function mod(QuoteTally, 2) equal to 1
        if HeldTrimLength is less than 80
            string
                StrippedContent(ContinuationStart + 1:65 - ContinuationStart)
                    delimited by size
                into HeldFixedLine(HeldTrimLength + 1:80 - HeldTrimLength)
            end-string
        end-if
    else
        if HeldTrimLength + 1 is less than 80
            string
                " " delimited by size
                StrippedContent(ContinuationStart:66 - ContinuationStart)
                    delimited by size
                into HeldFixedLine(HeldTrimLength + 1:80 - HeldTrimLength)
            end-string
        end-if
    end-if.
2140-Exit.
    exit.

2200-ScanOneLine.
    move function upper-case(SourceLine) to WorkLine
    perform 2250-MaskWorkLine thru 2250-Exit
    inspect WorkLine replacing all "," by space
    inspect WorkLine replacing all ";" by space
    inspect WorkLine replacing all x"09" by space
    inspect WorkLine replacing all x"0D" by space
    if WorkLine equal to spaces
        go to 2200-Exit
    end-if

    move function trim(WorkLine leading) to TrimmedLine
    move function length(function trim(TrimmedLine trailing)) to WorkLineLength
    evaluate true
        when TrimmedLine(1:18) equal to "PROCEDURE DIVISION"
            move "P" to CurrentDivision
            move zero to SelectOpen
            if TrimmedLine(19:) not equal to spaces
                    and TrimmedLine(19:) not equal to "."
                move 1 to ProgramIsModule
            end-if
            go to 2200-Exit
        when TrimmedLine(1:23) equal to "IDENTIFICATION DIVISION"
            move space to CurrentDivision
            go to 2200-Exit
        when TrimmedLine(1:20) equal to "ENVIRONMENT DIVISION"
            move "E" to CurrentDivision
            go to 2200-Exit
        when TrimmedLine(1:13) equal to "DATA DIVISION"
            move "D" to CurrentDivision
            move zero to SelectOpen
            go to 2200-Exit
        when TrimmedLine(1:11) equal to "PROGRAM-ID."
            perform 2270-TakeProgramId thru 2270-Exit
            go to 2200-Exit
        when other
            continue
    end-evaluate

    move 1 to TokenPointer
    move zero to TokensOnLine
    perform until TokenPointer is greater than WorkLineLength
        move spaces to CurrentToken
        unstring TrimmedLine delimited by all " "
            into CurrentToken
            with pointer TokenPointer
        end-unstring
        if CurrentToken not equal to spaces
            add 1 to TokensOnLine
            perform 2300-ProcessOneToken thru 2300-Exit
            move TokenBeforeThat to ThirdTokenBack
            move PreviousToken to TokenBeforeThat
            move CandidateName to PreviousToken
        end-if
    end-perform

*> A paragraph header is a line whose only token ends with the
*> period, a section header a name followed by SECTION, as the
*> cross-reference sweep takes them.
    if InProcedureDivision
        if TokensOnLine equal to 1 and TokenHadPeriod equal to 1
            perform 2400-RecordDefinition thru 2400-Exit
        end-if
        if TokensOnLine equal to 2 and PreviousToken equal to "SECTION"
            move TokenBeforeThat to CandidateName
            perform 2400-RecordDefinition thru 2400-Exit
        end-if
    end-if.
2200-Exit.
    exit.

*> Quoted literals and "*>" comments are masked first, as in the
*> keyword sweep.
2250-MaskWorkLine.
    move zero to InsideQuote
    move function length(function trim(WorkLine trailing)) to MaskLength

    perform varying MaskPosition from 1 by 1
            until MaskPosition is greater than MaskLength
        evaluate true
            when ScanIsInsideQuote
                if WorkLine(MaskPosition:1) equal to QuoteCharacter
                    move zero to InsideQuote
                end-if
                move space to WorkLine(MaskPosition:1)
            when WorkLine(MaskPosition:1) equal to quote
                    or WorkLine(MaskPosition:1) equal to "'"
                move WorkLine(MaskPosition:1) to QuoteCharacter
                move 1 to InsideQuote
                move space to WorkLine(MaskPosition:1)
            when MaskPosition is less than MaskLength
                    and WorkLine(MaskPosition:2) equal to "*>"
                move spaces to WorkLine(MaskPosition:)
                go to 2250-Exit
            when other
                continue
        end-evaluate
    end-perform.
2250-Exit.
    exit.

*> The name as written, for the register; the first PROGRAM-ID in
*> the source is the program's.
2270-TakeProgramId.
    if ProgramIdName not equal to spaces
        go to 2270-Exit
    end-if
    move spaces to ProgramIdWords
    unstring function trim(SourceLine leading) delimited by all " "
        into ProgramIdWord(1) ProgramIdWord(2)
    end-unstring
    move ProgramIdWord(2) to ProgramIdName
    move function length(function trim(ProgramIdName)) to TokenLength
    if TokenLength is greater than zero
            and ProgramIdName(TokenLength:1) equal to "."
        move space to ProgramIdName(TokenLength:1)
    end-if
    move LineNumber to ProgramIdLine.
2270-Exit.
    exit.

2300-ProcessOneToken.
    move CurrentToken to CandidateName
    move zero to TokenHadPeriod
    move function length(function trim(CandidateName)) to TokenLength
    if TokenLength is greater than 1
            and CandidateName(TokenLength:1) equal to "."
        move space to CandidateName(TokenLength:1)
        move 1 to TokenHadPeriod
    end-if

    evaluate true
        when InEnvironmentDivision
            perform 2310-EnvironmentToken thru 2310-Exit
        when InDataDivision
            perform 2320-DataToken thru 2320-Exit
        when InProcedureDivision
            perform 2500-ProcedureToken thru 2500-Exit
        when other
            continue
    end-evaluate.
2300-Exit.
    exit.

*> SELECT name ... [FILE] STATUS ... up to the period.
2310-EnvironmentToken.
    if SelectOpen equal to 1
        evaluate true
            when PreviousToken equal to "SELECT"
                    and CandidateName equal to "OPTIONAL"
                continue
            when PreviousToken equal to "SELECT"
                    or PreviousToken equal to "OPTIONAL"
                        and TokenBeforeThat equal to "SELECT"
                if NumberOfSelects is less than 100
                    add 1 to NumberOfSelects
                    move CandidateName to SL-FdName(NumberOfSelects)
                    move LineNumber to SL-Line(NumberOfSelects)
                    move zero to SL-HasStatus(NumberOfSelects)
                    move "N" to SL-Updated(NumberOfSelects)
                    move "N" to SL-Output(NumberOfSelects)
                end-if
            when CandidateName equal to "STATUS"
                if NumberOfSelects is greater than zero
                    move 1 to SL-HasStatus(NumberOfSelects)
                end-if
            when other
                continue
        end-evaluate
        if TokenHadPeriod equal to 1
            move zero to SelectOpen
        end-if
    end-if
    if CandidateName equal to "SELECT"
        move 1 to SelectOpen
    end-if.
2310-Exit.
    exit.

*> BatchReturnCode is to come from its copybook: a COPY of it, or -
*> in the expanded source - its 01 line coming from the member.
2320-DataToken.
    if PreviousToken equal to "COPY"
            and CandidateName equal to "BATCHRETURNCODE"
        move 1 to BatchReturnCodeCopied
    end-if
    if TokensOnLine equal to 2
            and (PreviousToken equal to "01" or PreviousToken equal to "1"
                or PreviousToken equal to "77")
            and CandidateName equal to "BATCHRETURNCODE"
        if SweepingExpandedSource
                and LineNumber is not greater than NumberOfOrigins
                and function upper-case(ORT-Member(LineNumber))
                    equal to "BATCHRETURNCODE.CPY"
            move 1 to BatchReturnCodeCopied
        else
            move 1 to BatchReturnCodeDefinedInline
            move LineNumber to BatchReturnCodeInlineLine
        end-if
    end-if.
2320-Exit.
    exit.

2400-RecordDefinition.
    if CandidateName equal to spaces
        go to 2400-Exit
    end-if
    evaluate CandidateName
        when "EXIT" when "CONTINUE" when "GOBACK" when "STOP"
        when "END-PERFORM" when "END-IF" when "END-READ"
        when "END-EVALUATE" when "END-STRING" when "END-UNSTRING"
        when "END-WRITE" when "END-COMPUTE" when "END-CALL"
        when "END-SEARCH" when "END-RETURN" when "END-ACCEPT"
        when "END-DISPLAY" when "END-DELETE" when "END-REWRITE"
        when "END-START" when "DECLARATIVES" when "RUN"
            go to 2400-Exit
        when other
            continue
    end-evaluate
    if NumberOfDefinitions equal to 400
        go to 2400-Exit
    end-if
    add 1 to NumberOfDefinitions
    move CandidateName to DF-Name(NumberOfDefinitions)
    move LineNumber to DF-Line(NumberOfDefinitions)

    if CandidateName(1:4) is not numeric
            or CandidateName(5:1) not equal to "-"
            or CandidateName(6:1) equal to space
        move LineNumber to NewLine
        move "W" to NewSeverity
        move "PARA-NUM" to NewRule
        move spaces to NewText
        string
            function trim(CandidateName) delimited by size
            " has no nnnn- paragraph number" delimited by size
            into NewText
        end-string
        perform 7100-AddViolation thru 7100-Exit
    end-if.
2400-Exit.
    exit.

2500-ProcedureToken.
*> A PERFORM in progress claims the tokens that follow it first.
    evaluate true
        when PerformAwaitsTarget
            move space to PerformState
            perform 2550-CheckTargetName thru 2550-Exit
            if NameLooksLikeTarget equal to zero
                go to 2500-Exit
            end-if
            move CandidateName to PendingTarget
            move LineNumber to PendingTargetLine
            if TokenHadPeriod equal to 1
                perform 2560-ReportMissingThru thru 2560-Exit
            else
                set PerformAwaitsThru to true
            end-if
            go to 2500-Exit
        when PerformAwaitsThru
            move space to PerformState
            if CandidateName equal to "THRU" or CandidateName equal to "THROUGH"
                set PerformAwaitsExit to true
                go to 2500-Exit
            end-if
            perform 2560-ReportMissingThru thru 2560-Exit
        when PerformAwaitsExit
            move space to PerformState
            perform 2570-CheckThruPair thru 2570-Exit
            go to 2500-Exit
        when other
            continue
    end-evaluate

    if OpenStatementActive equal to 1
        evaluate CandidateName
            when "INPUT"
                move "I" to OpenMode
                go to 2500-Exit
            when "OUTPUT"
                move "O" to OpenMode
                go to 2500-Exit
            when "EXTEND"
                move "E" to OpenMode
                go to 2500-Exit
            when "I-O"
                move "U" to OpenMode
                go to 2500-Exit
            when other
                perform 2580-MarkOpenedFile thru 2580-Exit
                if FoundSelectIndex not equal to zero
                    if TokenHadPeriod equal to 1
                        move zero to OpenStatementActive
                    end-if
                    go to 2500-Exit
                end-if
                move zero to OpenStatementActive
        end-evaluate
    end-if

    evaluate true
        when CandidateName equal to "PERFORM"
                and PreviousToken not equal to "EXIT"
            set PerformAwaitsTarget to true
        when CandidateName equal to "OPEN"
            move 1 to OpenStatementActive
            move space to OpenMode
        when CandidateName equal to "RETURN-CODE"
            perform 2590-CheckReturnCodeSet thru 2590-Exit
        when other
            continue
    end-evaluate.
2500-Exit.
    exit.

*> An inline PERFORM (VARYING/UNTIL/WITH next) or a bare TIMES count
*> names no paragraph; a target always carries a letter or hyphen.
2550-CheckTargetName.
    move zero to NameLooksLikeTarget
    if CandidateName equal to "VARYING" or CandidateName equal to "UNTIL"
            or CandidateName equal to "WITH" or CandidateName(1:4) equal to "END-"
        go to 2550-Exit
    end-if
    move function length(function trim(CandidateName)) to TokenLength
    perform varying NameScanPos from 1 by 1
            until NameScanPos is greater than TokenLength
        if CandidateName(NameScanPos:1) is alphabetic-upper
                or CandidateName(NameScanPos:1) equal to "-"
            move 1 to NameLooksLikeTarget
        end-if
    end-perform.
2550-Exit.
    exit.

2560-ReportMissingThru.
    move PendingTargetLine to NewLine
    move "W" to NewSeverity
    move "THRU-MISSING" to NewRule
    move spaces to NewText
    string
        "PERFORM " delimited by size
        function trim(PendingTarget) delimited by size
        " has no THRU to its exit paragraph" delimited by size
        into NewText
    end-string
    perform 7100-AddViolation thru 7100-Exit.
2560-Exit.
    exit.

*> PERFORM nnnn-X THRU nnnn-Exit: the range closes on the exit of the
*> paragraph it opens on; an unnumbered paragraph on its own X-Exit,
*> or on EndX as the older date and number-words modules write it.
2570-CheckThruPair.
    move spaces to ExpectedExitName
    if PendingTarget(1:4) is numeric and PendingTarget(5:1) equal to "-"
        string
            PendingTarget(1:5) delimited by size
            "EXIT" delimited by size
            into ExpectedExitName
        end-string
    else
        string
            function trim(PendingTarget) delimited by size
            "-EXIT" delimited by size
            into ExpectedExitName
        end-string
    end-if
    if CandidateName equal to ExpectedExitName
        go to 2570-Exit
    end-if
    if CandidateName(1:3) equal to "END"
            and CandidateName(4:) equal to PendingTarget
        go to 2570-Exit
    end-if
    move PendingTargetLine to NewLine
    move "E" to NewSeverity
    move "THRU-PAIR" to NewRule
    move spaces to NewText
    string
        "PERFORM " delimited by size
        function trim(PendingTarget) delimited by size
        " THRU " delimited by size
        function trim(CandidateName) delimited by size
        " - expected THRU " delimited by size
        function trim(ExpectedExitName) delimited by size
        into NewText
    end-string
    perform 7100-AddViolation thru 7100-Exit.
2570-Exit.
    exit.

2580-MarkOpenedFile.
    move zero to FoundSelectIndex
    perform varying SelectIdx from 1 by 1
            until SelectIdx is greater than NumberOfSelects
        if SL-FdName(SelectIdx) equal to CandidateName
            set FoundSelectIndex to SelectIdx
        end-if
    end-perform
    if FoundSelectIndex equal to zero
        go to 2580-Exit
    end-if
    evaluate OpenMode
        when "E"
        when "U"
            move "Y" to SL-Updated(FoundSelectIndex)
        when "O"
            move "Y" to SL-Output(FoundSelectIndex)
        when other
            continue
    end-evaluate.
2580-Exit.
    exit.

*> MOVE source TO RETURN-CODE is judged on its source; COMPUTE, SET,
*> ADD or SUBTRACT into RETURN-CODE never comes from BatchReturnCode.
2590-CheckReturnCodeSet.
    move spaces to ReturnCodeSource
    evaluate true
        when PreviousToken equal to "TO" and ThirdTokenBack equal to "MOVE"
            move TokenBeforeThat to ReturnCodeSource
        when PreviousToken equal to "COMPUTE" or PreviousToken equal to "SET"
            move PreviousToken to ReturnCodeSource
        when PreviousToken equal to "TO" and ThirdTokenBack equal to "ADD"
            move "ADD" to ReturnCodeSource
        when PreviousToken equal to "FROM" and ThirdTokenBack equal to "SUBTRACT"
            move "SUBTRACT" to ReturnCodeSource
        when other
            go to 2590-Exit
    end-evaluate

    evaluate ReturnCodeSource
        when "BATCHRETURNCODE"
            move 1 to ReturnCodeFromBatch
        when "ZERO" when "ZEROS" when "ZEROES" when "0"
            continue
        when other
            if not SweepingCalledModule
                move LineNumber to NewLine
                move "E" to NewSeverity
                move "RC-SOURCE" to NewRule
                move spaces to NewText
                string
                    "RETURN-CODE set from " delimited by size
                    function trim(ReturnCodeSource) delimited by size
                    ", not BatchReturnCode" delimited by size
                    into NewText
                end-string
                perform 7100-AddViolation thru 7100-Exit
            end-if
    end-evaluate.
2590-Exit.
    exit.

*> The checks that need the whole program seen.
3000-CheckWholeProgram.
    perform 3100-CheckExitParagraphs thru 3100-Exit
        varying DefIdx from 1 by 1
        until DefIdx is greater than NumberOfDefinitions

    perform 3200-CheckUpdatedFile thru 3200-Exit
        varying SelectIdx from 1 by 1
        until SelectIdx is greater than NumberOfSelects

    if SweepingCalledModule
        go to 3000-Exit
    end-if

    move ProgramIdLine to NewLine
    if NumberOfDefinitions equal to zero
            or DF-Name(1) not equal to "0000-MAINLINE"
        move "E" to NewSeverity
        move "MAINLINE" to NewRule
        move "the first paragraph is not 0000-Mainline" to NewText
        perform 7100-AddViolation thru 7100-Exit
    end-if

    move "8000-SETRETURNCODE" to ExpectedExitName
    perform 3300-FindDefinition thru 3300-Exit
    if ExitFound equal to zero
        move "E" to NewSeverity
        move "SETRC" to NewRule
        move "no 8000-SetReturnCode paragraph" to NewText
        perform 7100-AddViolation thru 7100-Exit
    end-if

    move "9000-TERMINATE" to ExpectedExitName
    perform 3300-FindDefinition thru 3300-Exit
    if ExitFound equal to zero
        move "W" to NewSeverity
        move "TERMINATE" to NewRule
        move "no 9000-Terminate paragraph" to NewText
        perform 7100-AddViolation thru 7100-Exit
    end-if

    if BatchReturnCodeDefinedInline equal to 1
        move BatchReturnCodeInlineLine to NewLine
        move "E" to NewSeverity
        move "RC-COPYBOOK" to NewRule
        move "BatchReturnCode is defined here, not copied from BatchReturnCode.cpy"
            to NewText
        perform 7100-AddViolation thru 7100-Exit
        move ProgramIdLine to NewLine
    else
        if BatchReturnCodeCopied equal to zero
            move "E" to NewSeverity
            move "RC-COPYBOOK" to NewRule
            move "BatchReturnCode.cpy is not copied" to NewText
            perform 7100-AddViolation thru 7100-Exit
        end-if
    end-if

    if ReturnCodeFromBatch equal to zero
        move "E" to NewSeverity
        move "RC-NEVER-SET" to NewRule
        move "BatchReturnCode is never moved to RETURN-CODE" to NewText
        perform 7100-AddViolation thru 7100-Exit
    end-if.
3000-Exit.
    exit.

*> Every numbered paragraph other than an exit wants the nnnn-Exit
*> that closes its PERFORM ... THRU range.
3100-CheckExitParagraphs.
    if DF-Name(DefIdx)(1:4) is not numeric
            or DF-Name(DefIdx)(5:1) not equal to "-"
            or DF-Name(DefIdx)(6:) equal to "EXIT"
        go to 3100-Exit
    end-if
    if DF-Name(DefIdx)(1:4) equal to "0000"
        go to 3100-Exit
    end-if
    move spaces to ExpectedExitName
    string
        DF-Name(DefIdx)(1:5) delimited by size
        "EXIT" delimited by size
        into ExpectedExitName
    end-string
    perform 3300-FindDefinition thru 3300-Exit
    if ExitFound equal to zero
        move DF-Line(DefIdx) to NewLine
        move "W" to NewSeverity
        move "PARA-EXIT" to NewRule
        move spaces to NewText
        string
            function trim(DF-Name(DefIdx)) delimited by size
            " has no " delimited by size
            function trim(ExpectedExitName) delimited by size
            " paragraph" delimited by size
            into NewText
        end-string
        perform 7100-AddViolation thru 7100-Exit
    end-if.
3100-Exit.
    exit.

3200-CheckUpdatedFile.
    if SL-HasStatus(SelectIdx) equal to 1
        go to 3200-Exit
    end-if
    move SL-Line(SelectIdx) to NewLine
    move "FILE-STATUS" to NewRule
    move spaces to NewText
    evaluate true
        when SL-Updated(SelectIdx) equal to "Y"
            move "E" to NewSeverity
            string
                function trim(SL-FdName(SelectIdx)) delimited by size
                " is opened I-O or EXTEND with no FILE STATUS" delimited by size
                into NewText
            end-string
        when SL-Output(SelectIdx) equal to "Y"
            move "W" to NewSeverity
            string
                function trim(SL-FdName(SelectIdx)) delimited by size
                " is opened OUTPUT with no FILE STATUS" delimited by size
                into NewText
            end-string
        when other
            go to 3200-Exit
    end-evaluate
    perform 7100-AddViolation thru 7100-Exit.
3200-Exit.
    exit.

3300-FindDefinition.
    move zero to ExitFound
    perform varying ExitDefIdx from 1 by 1
            until ExitDefIdx is greater than NumberOfDefinitions
        if DF-Name(ExitDefIdx) equal to ExpectedExitName
            move 1 to ExitFound
        end-if
    end-perform.
3300-Exit.
    exit.

4000-WriteViolations.
    move spaces to ReportLine
    move 1 to TokenPointer
    string
        "Program " delimited by size
        function trim(ProgramIdName) delimited by size
        into ReportLine
        with pointer TokenPointer
    end-string
    if SweepingCalledModule
        string " (called module - batch return-code rules not applied)"
            delimited by size into ReportLine with pointer TokenPointer
        end-string
    end-if
    write ReportLine
    move spaces to ReportLine
    write ReportLine
    move "Line                          Sev  Rule          Violation" to ReportLine
    write ReportLine

    perform varying ViolationIdx from 1 by 1
            until ViolationIdx is greater than NumberOfViolations
        move VL-Line(ViolationIdx) to ResolveLineNumber
        perform 7000-ResolveLineRef thru 7000-Exit
        move spaces to ReportLine
        string
            FindingLineRef delimited by size
            "  " delimited by size
            VL-Severity(ViolationIdx) delimited by size
            "    " delimited by size
            VL-Rule(ViolationIdx) delimited by size
            "  " delimited by size
            VL-Text(ViolationIdx) delimited by size
            into ReportLine
        end-string
        write ReportLine
    end-perform
    if NumberOfViolations equal to zero
        move "  (none)" to ReportLine
        write ReportLine
    end-if

    move spaces to ReportLine
    write ReportLine
    move spaces to ReportLine
    string
        LinesRead delimited by size
        " lines read, " delimited by size
        ErrorViolations delimited by size
        " error(s), " delimited by size
        WarningViolations delimited by size
        " warning(s)" delimited by size
        into ReportLine
    end-string
    write ReportLine
    if ViolationsOverflowed equal to 1
        move "more than 500 violations - the rest are not listed" to ReportLine
        write ReportLine
    end-if

    move spaces to ReportLine
    if ErrorViolations is greater than zero
        string
            "RESULT: FAIL - " delimited by size
            function trim(ProgramIdName) delimited by size
            " does not meet the standards" delimited by size
            into ReportLine
        end-string
    else
        string
            "RESULT: PASS - " delimited by size
            function trim(ProgramIdName) delimited by size
            into ReportLine
        end-string
    end-if
    write ReportLine.
4000-Exit.
    exit.

*> The register is read whole, this program's line replaced (or
*> added at the end) and the register written back.
5000-RecordResult.
    if ProgramIdName equal to spaces
        move "no PROGRAM-ID found - result not registered" to ReportLine
        write ReportLine
        go to 5000-Exit
    end-if

    move function current-date to CurrentDateStamp
    move spaces to CodingStandardsRecord
    move ProgramIdName to CS-ProgramId
    if ErrorViolations is greater than zero
        set ProgramFailedStandards to true
    else
        set ProgramPassedStandards to true
    end-if
    move CurrentDateStamp(1:8) to CS-CheckedDate
    move ErrorViolations to CS-Errors
    move WarningViolations to CS-Warnings
    move CodingStandardsRecord to ThisResult

    open input StandardsResults
    if not StandardsResultsNotFound
        perform until EndOfStandardsResults
            read StandardsResults
                at end set EndOfStandardsResults to true
                not at end
                    if NumberOfResults is less than 1000
                        add 1 to NumberOfResults
                        move CodingStandardsRecord to ResultEntry(NumberOfResults)
                    else
                        add 1 to ResultsDropped
                    end-if
            end-read
        end-perform
        close StandardsResults
    end-if

    move zero to ResultReplaced
    perform varying ResultIdx from 1 by 1
            until ResultIdx is greater than NumberOfResults
        if function upper-case(ResultEntry(ResultIdx)(1:30))
                equal to function upper-case(ThisResult(1:30))
            move ThisResult to ResultEntry(ResultIdx)
            move 1 to ResultReplaced
        end-if
    end-perform
    if ResultReplaced equal to zero
        if NumberOfResults is less than 1000
            add 1 to NumberOfResults
            move ThisResult to ResultEntry(NumberOfResults)
        else
            add 1 to ResultsDropped
        end-if
    end-if

    open output StandardsResults
    perform varying ResultIdx from 1 by 1
            until ResultIdx is greater than NumberOfResults
        move ResultEntry(ResultIdx) to CodingStandardsRecord
        write CodingStandardsRecord
    end-perform
    close StandardsResults
    if ResultsDropped is greater than zero
        display "CodingStandardsCheck: CodingStandardsResults.dat is full - "
            ResultsDropped " result(s) dropped"
    end-if.
5000-Exit.
    exit.

7000-ResolveLineRef.
    move spaces to FindingLineRef
    if SweepingExpandedSource
            and ResolveLineNumber is not less than 1
            and ResolveLineNumber is not greater than NumberOfOrigins
        string
            function trim(ORT-Member(ResolveLineNumber)) delimited by size
            ":" delimited by size
            ORT-Line(ResolveLineNumber) delimited by size
            into FindingLineRef
        end-string
    else
        move ResolveLineNumber to FindingLineRef(1:5)
    end-if.
7000-Exit.
    exit.

7100-AddViolation.
    if NewSeverity equal to "E"
        add 1 to ErrorViolations
    else
        add 1 to WarningViolations
    end-if
    if NumberOfViolations equal to 500
        move 1 to ViolationsOverflowed
        go to 7100-Exit
    end-if
    add 1 to NumberOfViolations
    move NewLine to VL-Line(NumberOfViolations)
    move NewSeverity to VL-Severity(NumberOfViolations)
    move NewRule to VL-Rule(NumberOfViolations)
    move NewText to VL-Text(NumberOfViolations).
7100-Exit.
    exit.

8000-SetReturnCode.
    if NumberOfViolations is greater than zero
            or ViolationsOverflowed equal to 1
        set BatchCompletedWithWarnings to true
    else
        set BatchCompletedNormally to true
    end-if.
8000-Exit.
    exit.

9000-Terminate.
    close SourceLines
    close StandardsReport.
9000-Exit.
    exit.

end program CodingStandardsCheck.
