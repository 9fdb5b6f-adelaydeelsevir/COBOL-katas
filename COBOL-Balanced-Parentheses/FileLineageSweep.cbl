identification division.
program-id. FileLineageSweep.

*> Data-file lineage over the whole tree, in the family of
*> PerformCrossReference: where that sweep cross-references the
*> paragraphs of one source, this one cross-references the files of
*> every source. Programs across the katas share files -
*> BowlerGameHistory.dat, ChequeRegister.dat, MarsRoverState.dat -
*> and before a layout change nobody could say for certain who writes
*> one. The run lists every ../COBOL-*/*.cbl source into
*> FileLineageSources.dat, reads each program's SELECT ... ASSIGN
*> clauses and the OPEN modes it uses them in (INPUT, OUTPUT, EXTEND,
*> I-O), and resolves each assign against the program's own directory
*> so "../COBOL-Number-Names/ChequeRegister.dat" from the scheduler
*> and "ChequeRegister.dat" from ChequePrintRun land on the same file.
*> An assign to a data name takes the VALUE literal that name is
*> given in the program, marked "*" on the matrix as a run-time name;
*> one with no VALUE is listed under its data name.
*>
*> FileLineageReport.dat gives the file-by-program matrix - each file,
*> then every program that opens it, reader (R) and/or writer (W), its
*> open modes, and whether NightlyJobPlan.dat runs it - and flags:
*>   SEVERAL WRITERS     - more than one program writes the file;
*>   WRITTEN, NEVER READ - no program opens it for input;
*>   UNSCHEDULED READER  - a program reading it is compiled into no
*>                         step of NightlyJobPlan.dat.
*> A program counts as scheduled when it is among any step's source
*> files, so a called module such as ExhibitNumberingService counts
*> as run by the step it is compiled into. "OUT text" cards on
*> FileLineageParms.dat name final outputs - reports and logs that
*> people, not programs, read - whose names contain the text; they are
*> kept off the never-read list.
*>
*> Sources are taken as free format, as every member of the tree is;
*> a "*>" comment is masked from the line before it is swept.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
file-control.
    select SourceInventory assign to "FileLineageSources.dat"
        organization is line sequential
        file status is SourceInventoryStatus.
    select SourceLines assign to SourceInputName
        organization is line sequential
        file status is SourceLinesStatus.
    select NightlyJobPlan assign to "../COBOL-Job-Scheduler/NightlyJobPlan.dat"
        organization is line sequential
        file status is NightlyJobPlanStatus.
    select LineageParms assign to "FileLineageParms.dat"
        organization is line sequential
        file status is LineageParmsStatus.
    select LineageReport assign to "FileLineageReport.dat"
        organization is line sequential.

data division.
file section.
    fd SourceInventory.
        01 InventoryLine pic x(120).

    fd SourceLines.
        01 SourceLine pic x(256).

    fd NightlyJobPlan.
        01 JobPlanRecord.
            02 JP-StepNumber  pic xx.
            02 filler         pic x.
            02 JP-DependsOn   pic xx.
            02 filler         pic x.
            02 JP-DisplayName pic x(30).
            02 JP-Directory   pic x(30).
            02 JP-SourceFiles pic x(220).
            02 filler         pic x(30).

    fd LineageParms.
        01 LineageParmRecord.
            02 PM-Keyword pic x(3).
            02 filler     pic x.
            02 PM-Text    pic x(40).

    fd LineageReport.
        01 ReportLine pic x(132).

working-storage section.
    01 SourceInventoryStatus pic xx value spaces.
        88 SourceInventoryNotFound value "35".
        88 EndOfSourceInventory value "10".
    01 SourceLinesStatus pic xx value spaces.
        88 SourceLinesNotFound value "35".
        88 EndOfSourceLines value "10".
    01 NightlyJobPlanStatus pic xx value spaces.
        88 NightlyJobPlanNotFound value "35".
        88 EndOfNightlyJobPlan value "10".
    01 LineageParmsStatus pic xx value spaces.
        88 LineageParmsNotFound value "35".
        88 EndOfLineageParms value "10".

    01 SourceInputName pic x(120) value spaces.
    01 InventoryCommand pic x(120) value
        "ls -1 ../COBOL-*/*.cbl > FileLineageSources.dat 2> /dev/null".

    01 ProgramTable.
        02 ProgramEntry occurs 1 to 400 times depending on NumberOfPrograms
                indexed by ProgramIdx.
            03 PG-Path      pic x(80).
            03 PG-Directory pic x(40).
            03 PG-Scheduled pic x.
    01 NumberOfPrograms pic 999 value zero.
    01 CurrentProgram pic 999 value zero.

*> Selects and VALUE literals are gathered afresh for each program.
    01 SelectTable.
        02 SelectEntry occurs 1 to 80 times depending on NumberOfSelects
                indexed by SelectIdx.
            03 SL-FdName   pic x(30).
            03 SL-Target   pic x(80).
            03 SL-Literal  pic x.
            03 SL-Modes    pic x(4).
    01 NumberOfSelects pic 99 value zero.
    01 FoundSelectIndex pic 99 value zero.

    01 ValueTable.
        02 ValueEntry occurs 1 to 400 times depending on NumberOfValues
                indexed by ValueIdx.
            03 VL-Name    pic x(30).
            03 VL-Literal pic x(80).
    01 NumberOfValues pic 999 value zero.

*> SL-Modes / US-Modes hold one letter per open mode in fixed places:
*> I input, O output, E extend, U i-o.
    01 UsageTable.
        02 UsageEntry occurs 1 to 3000 times depending on NumberOfUsages
                indexed by UsageIdx.
            03 US-File     pic x(80).
            03 US-Program  pic 999.
            03 US-Modes    pic x(4).
            03 US-RunTime  pic x.
    01 NumberOfUsages pic 9(4) value zero.
    01 FoundUsageIndex pic 9(4) value zero.

    01 FileTable.
        02 FileEntry occurs 1 to 1500 times depending on NumberOfFiles
                indexed by FileIdx.
            03 FL-Name    pic x(80).
    01 NumberOfFiles pic 9(4) value zero.
    01 InsertPosition pic 9(4) value zero.
    01 ShiftIdx pic 9(4) value zero.

    01 OutputPatterns.
        02 OutputPattern pic x(40) occurs 20 times.
    01 NumberOfOutputPatterns pic 99 value zero.
    01 PatternIdx pic 99 value zero.
    01 PatternLength pic 99 value zero.
    01 PatternTally pic 99 value zero.
    01 FileIsFinalOutput pic x value "N".

    01 WorkLine pic x(256) value spaces.
    01 WorkLineLength pic 9(4) value zero.
    01 CharPosition pic 9(4) value zero.
    01 QuoteOpen pic x value space.
    01 TokenPointer pic 9(4) value 1.
    01 RawToken pic x(120) value spaces.
    01 UpperToken pic x(120) value spaces.
    01 TokenLength pic 999 value zero.
    01 TokensOnLine pic 999 value zero.
    01 BareName pic x(80) value spaces.

    01 ScanState pic x value space.
        88 ScanIsIdle          value space.
        88 ScanAwaitsFdName    value "S".
        88 ScanInSelect        value "C".
        88 ScanAwaitsTarget    value "A".
        88 ScanInOpen          value "O".
        88 ScanAwaitsDataName  value "D".
        88 ScanAwaitsValue     value "V".
    01 OpenMode pic x value space.
    01 LastDataName pic x(30) value spaces.
    01 LiteralText pic x(80) value spaces.

    01 ResolvedFile pic x(80) value spaces.
    01 ResolvedRunTime pic x value space.
    01 TargetWork pic x(80) value spaces.
    01 DirectoryWork pic x(80) value spaces.
    01 SlashPosition pic 999 value zero.

    01 PlanDirectory pic x(40) value spaces.
    01 PlanToken pic x(80) value spaces.
    01 PlanPointer pic 999 value 1.
    01 SkipNextPlanToken pic x value "N".

    01 ReadersOfFile pic 999 value zero.
    01 WritersOfFile pic 999 value zero.
    01 UnscheduledReaders pic 999 value zero.
    01 RoleText pic x(3) value spaces.
    01 ModeText pic x(24) value spaces.
    01 ModePointer pic 99 value 1.
    01 ScheduleText pic x(11) value spaces.
    01 RunTimeMark pic x value space.
    01 CountDisplay pic zzzz9.

    01 SourcesSwept pic 999 value zero.
    01 SourcesMissing pic 999 value zero.
    01 TablesOverflowed pic 9(4) value zero.
    01 SeveralWriterFiles pic 9(4) value zero.
    01 NeverReadFiles pic 9(4) value zero.
    01 UnscheduledReadFiles pic 9(4) value zero.

    copy BatchReturnCode.

procedure division.

0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    if BatchCompletedWithErrors
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 2000-SweepPrograms thru 2000-Exit
    perform 3000-LoadSchedule thru 3000-Exit
    perform 4000-WriteMatrix thru 4000-Exit
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
    move BatchReturnCode to return-code
    stop run.

1000-Initialize.
    perform 1100-LoadParms thru 1100-Exit

    call "SYSTEM" using InventoryCommand
    move zero to return-code
    open input SourceInventory
    if SourceInventoryNotFound
        display "FileLineageSweep: no source inventory could be built"
        set BatchCompletedWithErrors to true
        go to 1000-Exit
    end-if

    perform 1200-ReadInventory thru 1200-Exit
    perform with test after until EndOfSourceInventory
        if not EndOfSourceInventory
            perform 1300-AddProgram thru 1300-Exit
            perform 1200-ReadInventory thru 1200-Exit
        end-if
    end-perform
    close SourceInventory

    if NumberOfPrograms equal to zero
        display "FileLineageSweep: no ../COBOL-*/*.cbl sources found"
        set BatchCompletedWithErrors to true
        go to 1000-Exit
    end-if

    open output LineageReport
    move "DATA-FILE LINEAGE CROSS-REFERENCE" to ReportLine
    write ReportLine
    move spaces to ReportLine
    write ReportLine.
1000-Exit.
    exit.

1100-LoadParms.
    open input LineageParms
    if LineageParmsNotFound
        go to 1100-Exit
    end-if
    perform until EndOfLineageParms
        read LineageParms
            at end set EndOfLineageParms to true
            not at end
                if upper-case(PM-Keyword) equal to "OUT"
                        and PM-Text not equal to spaces
                        and NumberOfOutputPatterns is less than 20
                    add 1 to NumberOfOutputPatterns
                    move PM-Text to OutputPattern(NumberOfOutputPatterns)
                end-if
        end-read
    end-perform
    close LineageParms.
1100-Exit.
    exit.

1200-ReadInventory.
    read SourceInventory
        at end set EndOfSourceInventory to true
    end-read.
1200-Exit.
    exit.

*> "../COBOL-Number-Names/ChequePrintRun.cbl" is held as
*> COBOL-Number-Names/ChequePrintRun.cbl, in directory
*> COBOL-Number-Names - the form every file name is reduced to.
1300-AddProgram.
    if InventoryLine(1:3) not equal to "../"
        go to 1300-Exit
    end-if
    if NumberOfPrograms equal to 400
        add 1 to TablesOverflowed
        go to 1300-Exit
    end-if
    add 1 to NumberOfPrograms
    set ProgramIdx to NumberOfPrograms
    move InventoryLine(4:) to PG-Path(ProgramIdx)
    move "N" to PG-Scheduled(ProgramIdx)
    move zero to SlashPosition
    inspect PG-Path(ProgramIdx) tallying SlashPosition
        for characters before initial "/"
    move spaces to PG-Directory(ProgramIdx)
    move PG-Path(ProgramIdx)(1:SlashPosition) to PG-Directory(ProgramIdx).
1300-Exit.
    exit.

2000-SweepPrograms.
    perform 2100-SweepOneProgram thru 2100-Exit
        varying CurrentProgram from 1 by 1
        until CurrentProgram is greater than NumberOfPrograms.
2000-Exit.
    exit.

2100-SweepOneProgram.
    move zero to NumberOfSelects
    move zero to NumberOfValues
    set ScanIsIdle to true
    move spaces to LastDataName

    move spaces to SourceInputName
    string
        "../" delimited by size
        trim(PG-Path(CurrentProgram)) delimited by size
        into SourceInputName
    end-string
    move spaces to SourceLinesStatus
    open input SourceLines
    if SourceLinesNotFound
        add 1 to SourcesMissing
        go to 2100-Exit
    end-if
    add 1 to SourcesSwept

    perform 2150-ReadSourceLine thru 2150-Exit
    perform with test after until EndOfSourceLines
        if not EndOfSourceLines
            perform 2200-ScanOneLine thru 2200-Exit
            perform 2150-ReadSourceLine thru 2150-Exit
        end-if
    end-perform
    close SourceLines

    perform 2600-RecordUsage thru 2600-Exit
        varying SelectIdx from 1 by 1
        until SelectIdx is greater than NumberOfSelects.
2100-Exit.
    exit.

2150-ReadSourceLine.
    read SourceLines
        at end set EndOfSourceLines to true
    end-read.
2150-Exit.
    exit.

*> Everything from a "*>" outside a literal is comment; the line is
*> then taken a blank-delimited token at a time, case kept, since
*> file names on this system are case-sensitive.
2200-ScanOneLine.
    move SourceLine to WorkLine
    move space to QuoteOpen
    perform varying CharPosition from 1 by 1
            until CharPosition is greater than 255
        evaluate true
            when QuoteOpen not equal to space
                if WorkLine(CharPosition:1) equal to QuoteOpen
                    move space to QuoteOpen
                end-if
            when WorkLine(CharPosition:1) equal to quote
                    or WorkLine(CharPosition:1) equal to "'"
                move WorkLine(CharPosition:1) to QuoteOpen
            when WorkLine(CharPosition:2) equal to "*>"
                move spaces to WorkLine(CharPosition:)
                move 256 to CharPosition
            when other
                continue
        end-evaluate
    end-perform
    inspect WorkLine replacing all x"09" by space
    if WorkLine equal to spaces
        go to 2200-Exit
    end-if
    move length(trim(WorkLine trailing)) to WorkLineLength

    move 1 to TokenPointer
    move zero to TokensOnLine
    perform until TokenPointer is greater than WorkLineLength
        move spaces to RawToken
        unstring WorkLine delimited by all " "
            into RawToken
            with pointer TokenPointer
        end-unstring
        if RawToken not equal to spaces
            add 1 to TokensOnLine
            perform 2300-ProcessOneToken thru 2300-Exit
        end-if
    end-perform.
2200-Exit.
    exit.

2300-ProcessOneToken.
    move upper-case(RawToken) to UpperToken
    move length(trim(RawToken)) to TokenLength
    move RawToken to BareName
    if TokenLength is greater than 1
        if BareName(TokenLength:1) equal to "." or BareName(TokenLength:1) equal to ","
            move space to BareName(TokenLength:1)
        end-if
    end-if

    evaluate true
        when ScanAwaitsFdName
            if UpperToken equal to "OPTIONAL"
                go to 2300-Exit
            end-if
            if NumberOfSelects equal to 80
                add 1 to TablesOverflowed
                set ScanIsIdle to true
                go to 2300-Exit
            end-if
            add 1 to NumberOfSelects
            set SelectIdx to NumberOfSelects
            move BareName to SL-FdName(SelectIdx)
            move spaces to SL-Target(SelectIdx)
            move "N" to SL-Literal(SelectIdx)
            move spaces to SL-Modes(SelectIdx)
            set ScanInSelect to true
            go to 2300-Exit
        when ScanInSelect
            if UpperToken equal to "ASSIGN"
                set ScanAwaitsTarget to true
            else
                perform 2350-EndSelectAtPeriod thru 2350-Exit
            end-if
            go to 2300-Exit
        when ScanAwaitsTarget
            if UpperToken equal to "TO" or UpperToken equal to "USING"
                go to 2300-Exit
            end-if
            if RawToken(1:1) equal to quote or RawToken(1:1) equal to "'"
                perform 2400-TakeLiteral thru 2400-Exit
                move LiteralText to SL-Target(NumberOfSelects)
                move "Y" to SL-Literal(NumberOfSelects)
            else
                move BareName to SL-Target(NumberOfSelects)
            end-if
            set ScanInSelect to true
            perform 2350-EndSelectAtPeriod thru 2350-Exit
            go to 2300-Exit
        when ScanInOpen
            evaluate UpperToken
                when "INPUT"
                    move "I" to OpenMode
                    go to 2300-Exit
                when "OUTPUT"
                    move "O" to OpenMode
                    go to 2300-Exit
                when "EXTEND"
                    move "E" to OpenMode
                    go to 2300-Exit
                when "I-O"
                    move "U" to OpenMode
                    go to 2300-Exit
                when other
                    perform 2500-MarkOpenedFile thru 2500-Exit
                    if FoundSelectIndex not equal to zero
                        go to 2300-Exit
                    end-if
                    set ScanIsIdle to true
            end-evaluate
        when ScanAwaitsDataName
            move BareName to LastDataName
            set ScanIsIdle to true
            go to 2300-Exit
        when ScanAwaitsValue
            set ScanIsIdle to true
            if RawToken(1:1) equal to quote or RawToken(1:1) equal to "'"
                if NumberOfValues is less than 400
                    perform 2400-TakeLiteral thru 2400-Exit
                    add 1 to NumberOfValues
                    move LastDataName to VL-Name(NumberOfValues)
                    move LiteralText to VL-Literal(NumberOfValues)
                end-if
                go to 2300-Exit
            end-if
        when other
            continue
    end-evaluate

    evaluate true
        when UpperToken equal to "SELECT"
            set ScanAwaitsFdName to true
        when UpperToken equal to "OPEN"
            set ScanInOpen to true
            move space to OpenMode
        when UpperToken equal to "VALUE" or UpperToken equal to "VALUES"
            set ScanAwaitsValue to true
        when TokensOnLine equal to 1
                and TokenLength is not greater than 2
                and RawToken(1:TokenLength) is numeric
            set ScanAwaitsDataName to true
        when other
            continue
    end-evaluate.
2300-Exit.
    exit.

*> A SELECT entry runs to the period that closes it.
2350-EndSelectAtPeriod.
    if RawToken(TokenLength:1) equal to "."
        set ScanIsIdle to true
    end-if.
2350-Exit.
    exit.

*> The literal's text between its quotes, whatever follows the
*> closing quote.
2400-TakeLiteral.
    move spaces to LiteralText
    move zero to CharPosition
    inspect RawToken(2:) tallying CharPosition
        for characters before initial RawToken(1:1)
    if CharPosition is greater than zero
        move RawToken(2:CharPosition) to LiteralText
    end-if.
2400-Exit.
    exit.

2500-MarkOpenedFile.
    move zero to FoundSelectIndex
    perform varying SelectIdx from 1 by 1
            until SelectIdx is greater than NumberOfSelects
        if upper-case(SL-FdName(SelectIdx)) equal to upper-case(BareName)
            set FoundSelectIndex to SelectIdx
        end-if
    end-perform
    if FoundSelectIndex equal to zero
        go to 2500-Exit
    end-if
    evaluate OpenMode
        when "I" move "I" to SL-Modes(FoundSelectIndex)(1:1)
        when "O" move "O" to SL-Modes(FoundSelectIndex)(2:1)
        when "E" move "E" to SL-Modes(FoundSelectIndex)(3:1)
        when "U" move "U" to SL-Modes(FoundSelectIndex)(4:1)
        when other continue
    end-evaluate.
2500-Exit.
    exit.

*> One usage per file and program: two SELECTs of the same file in a
*> program fold together.
2600-RecordUsage.
    perform 2700-ResolveFileName thru 2700-Exit

    move zero to FoundUsageIndex
    perform varying UsageIdx from 1 by 1
            until UsageIdx is greater than NumberOfUsages
        if US-File(UsageIdx) equal to ResolvedFile
                and US-Program(UsageIdx) equal to CurrentProgram
            set FoundUsageIndex to UsageIdx
        end-if
    end-perform

    if FoundUsageIndex equal to zero
        if NumberOfUsages equal to 3000
            add 1 to TablesOverflowed
            go to 2600-Exit
        end-if
        add 1 to NumberOfUsages
        move NumberOfUsages to FoundUsageIndex
        move ResolvedFile to US-File(FoundUsageIndex)
        move CurrentProgram to US-Program(FoundUsageIndex)
        move spaces to US-Modes(FoundUsageIndex)
        move ResolvedRunTime to US-RunTime(FoundUsageIndex)
        perform 2800-AddFileName thru 2800-Exit
    end-if

    perform varying CharPosition from 1 by 1 until CharPosition is greater than 4
        if SL-Modes(SelectIdx)(CharPosition:1) not equal to space
            move SL-Modes(SelectIdx)(CharPosition:1)
                to US-Modes(FoundUsageIndex)(CharPosition:1)
        end-if
    end-perform.
2600-Exit.
    exit.

*> "../COBOL-X/name" is COBOL-X/name from anywhere in the tree;
*> anything else is relative to the program's own directory. A
*> "./" or "../" left after that is folded against the directory.
2700-ResolveFileName.
    move space to ResolvedRunTime
    move spaces to TargetWork
    if SL-Literal(SelectIdx) equal to "Y"
        move SL-Target(SelectIdx) to TargetWork
    else
        perform varying ValueIdx from 1 by 1
                until ValueIdx is greater than NumberOfValues
            if upper-case(VL-Name(ValueIdx)) equal to upper-case(SL-Target(SelectIdx))
                    and TargetWork equal to spaces
                move VL-Literal(ValueIdx) to TargetWork
            end-if
        end-perform
        move "*" to ResolvedRunTime
        if TargetWork equal to spaces
            string
                "(run-time name " delimited by size
                trim(SL-Target(SelectIdx)) delimited by size
                ")" delimited by size
                into TargetWork
            end-string
        end-if
    end-if

    move PG-Directory(CurrentProgram) to DirectoryWork
    if TargetWork(1:2) equal to "./"
        move TargetWork(3:) to TargetWork
    end-if
    move spaces to ResolvedFile
    if TargetWork(1:3) equal to "../"
        move TargetWork(4:) to ResolvedFile
    else
        string
            trim(DirectoryWork) delimited by size
            "/" delimited by size
            trim(TargetWork) delimited by size
            into ResolvedFile
        end-string
    end-if.
2700-Exit.
    exit.

*> The file list is kept in name order as it is built.
2800-AddFileName.
    perform varying FileIdx from 1 by 1
            until FileIdx is greater than NumberOfFiles
        if FL-Name(FileIdx) equal to ResolvedFile
            go to 2800-Exit
        end-if
    end-perform
    if NumberOfFiles equal to 1500
        add 1 to TablesOverflowed
        go to 2800-Exit
    end-if

    move 1 to InsertPosition
    perform varying FileIdx from 1 by 1
            until FileIdx is greater than NumberOfFiles
        if FL-Name(FileIdx) is less than ResolvedFile
            compute InsertPosition = FileIdx + 1
        end-if
    end-perform
    add 1 to NumberOfFiles
    perform varying ShiftIdx from NumberOfFiles by -1
            until ShiftIdx is not greater than InsertPosition
        move FL-Name(ShiftIdx - 1) to FL-Name(ShiftIdx)
    end-perform
    move ResolvedFile to FL-Name(InsertPosition).
2800-Exit.
    exit.

*> Every source a step compiles - the program and the modules built
*> with it - is a scheduled program. "-I dir" options are skipped.
3000-LoadSchedule.
    open input NightlyJobPlan
    if NightlyJobPlanNotFound
        display "FileLineageSweep: no NightlyJobPlan.dat - every reader"
            " counts as unscheduled"
        go to 3000-Exit
    end-if
    perform 3050-ReadPlanLine thru 3050-Exit
    perform with test after until EndOfNightlyJobPlan
        if not EndOfNightlyJobPlan
            if JP-StepNumber is numeric
                perform 3100-MarkStepSources thru 3100-Exit
            end-if
            perform 3050-ReadPlanLine thru 3050-Exit
        end-if
    end-perform
    close NightlyJobPlan.
3000-Exit.
    exit.

3050-ReadPlanLine.
    read NightlyJobPlan
        at end set EndOfNightlyJobPlan to true
    end-read.
3050-Exit.
    exit.

3100-MarkStepSources.
    move spaces to PlanDirectory
    if JP-Directory(1:3) equal to "../"
        move JP-Directory(4:) to PlanDirectory
    else
        move JP-Directory to PlanDirectory
    end-if
    move "N" to SkipNextPlanToken
    move 1 to PlanPointer
    perform until PlanPointer is greater than 220
        move spaces to PlanToken
        unstring JP-SourceFiles delimited by all " "
            into PlanToken
            with pointer PlanPointer
        end-unstring
        evaluate true
            when PlanToken equal to spaces
                continue
            when SkipNextPlanToken equal to "Y"
                move "N" to SkipNextPlanToken
            when PlanToken(1:2) equal to "-I"
                if PlanToken(3:) equal to spaces
                    move "Y" to SkipNextPlanToken
                end-if
            when other
                perform 3200-MarkOneSource thru 3200-Exit
        end-evaluate
    end-perform.
3100-Exit.
    exit.

3200-MarkOneSource.
    move spaces to ResolvedFile
    if PlanToken(1:3) equal to "../"
        move PlanToken(4:) to ResolvedFile
    else
        string
            trim(PlanDirectory) delimited by size
            "/" delimited by size
            trim(PlanToken) delimited by size
            into ResolvedFile
        end-string
    end-if
    perform varying ProgramIdx from 1 by 1
            until ProgramIdx is greater than NumberOfPrograms
        if PG-Path(ProgramIdx) equal to ResolvedFile
            move "Y" to PG-Scheduled(ProgramIdx)
        end-if
    end-perform.
3200-Exit.
    exit.

4000-WriteMatrix.
    move "R = reads (input, i-o)   W = writes (output, extend, i-o)   * = run-time file name, shown at its VALUE"
        to ReportLine
    write ReportLine
    move spaces to ReportLine
    write ReportLine
    move "File / program                                                    Role  Open modes                Schedule"
        to ReportLine
    write ReportLine

    perform 4100-WriteOneFile thru 4100-Exit
        varying FileIdx from 1 by 1
        until FileIdx is greater than NumberOfFiles.
4000-Exit.
    exit.

4100-WriteOneFile.
    move zero to ReadersOfFile
    move zero to WritersOfFile
    move zero to UnscheduledReaders
    move spaces to ReportLine
    write ReportLine
    move FL-Name(FileIdx) to ReportLine
    write ReportLine

    perform 4200-WriteOneUsage thru 4200-Exit
        varying UsageIdx from 1 by 1
        until UsageIdx is greater than NumberOfUsages

    if WritersOfFile is greater than 1
        add 1 to SeveralWriterFiles
        move WritersOfFile to CountDisplay
        move spaces to ReportLine
        string
            "    ** SEVERAL WRITERS - " delimited by size
            trim(CountDisplay) delimited by size
            " programs write this file" delimited by size
            into ReportLine
        end-string
        write ReportLine
    end-if

    if WritersOfFile is greater than zero and ReadersOfFile equal to zero
        perform 4300-CheckFinalOutput thru 4300-Exit
        if FileIsFinalOutput equal to "N"
            add 1 to NeverReadFiles
            move "    ** WRITTEN, NEVER READ - no program opens this file for input"
                to ReportLine
            write ReportLine
        end-if
    end-if

    if UnscheduledReaders is greater than zero
        add 1 to UnscheduledReadFiles
        move UnscheduledReaders to CountDisplay
        move spaces to ReportLine
        string
            "    ** UNSCHEDULED READER - " delimited by size
            trim(CountDisplay) delimited by size
            " reader(s) not in NightlyJobPlan.dat" delimited by size
            into ReportLine
        end-string
        write ReportLine
    end-if.
4100-Exit.
    exit.

4200-WriteOneUsage.
    if US-File(UsageIdx) not equal to FL-Name(FileIdx)
        go to 4200-Exit
    end-if
    set ProgramIdx to US-Program(UsageIdx)

    move spaces to RoleText
    move spaces to ModeText
    move 1 to ModePointer
    if US-Modes(UsageIdx)(1:1) not equal to space
            or US-Modes(UsageIdx)(4:1) not equal to space
        move "R" to RoleText(1:1)
        add 1 to ReadersOfFile
        if PG-Scheduled(ProgramIdx) not equal to "Y"
            add 1 to UnscheduledReaders
        end-if
    end-if
    if US-Modes(UsageIdx)(2:1) not equal to space
            or US-Modes(UsageIdx)(3:1) not equal to space
            or US-Modes(UsageIdx)(4:1) not equal to space
        move "W" to RoleText(2:1)
        add 1 to WritersOfFile
    end-if
    if US-Modes(UsageIdx)(1:1) not equal to space
        string "input " delimited by size into ModeText with pointer ModePointer
    end-if
    if US-Modes(UsageIdx)(2:1) not equal to space
        string "output " delimited by size into ModeText with pointer ModePointer
    end-if
    if US-Modes(UsageIdx)(3:1) not equal to space
        string "extend " delimited by size into ModeText with pointer ModePointer
    end-if
    if US-Modes(UsageIdx)(4:1) not equal to space
        string "i-o " delimited by size into ModeText with pointer ModePointer
    end-if
    if US-Modes(UsageIdx) equal to spaces
        move "selected, never opened" to ModeText
    end-if

    if PG-Scheduled(ProgramIdx) equal to "Y"
        move "scheduled" to ScheduleText
    else
        move "unscheduled" to ScheduleText
    end-if

    move spaces to ReportLine
    string
        "    " delimited by size
        US-RunTime(UsageIdx) delimited by size
        " " delimited by size
        PG-Path(ProgramIdx)(1:60) delimited by size
        RoleText delimited by size
        "   " delimited by size
        ModeText delimited by size
        "  " delimited by size
        ScheduleText delimited by size
        into ReportLine
    end-string
    write ReportLine.
4200-Exit.
    exit.

4300-CheckFinalOutput.
    move "N" to FileIsFinalOutput
    perform varying PatternIdx from 1 by 1
            until PatternIdx is greater than NumberOfOutputPatterns
        move length(trim(OutputPattern(PatternIdx))) to PatternLength
        move zero to PatternTally
        inspect FL-Name(FileIdx) tallying PatternTally
            for all OutputPattern(PatternIdx)(1:PatternLength)
        if PatternTally is greater than zero
            move "Y" to FileIsFinalOutput
        end-if
    end-perform.
4300-Exit.
    exit.

8000-SetReturnCode.
    evaluate true
        when TablesOverflowed is greater than zero
            set BatchCompletedWithWarnings to true
        when SeveralWriterFiles is greater than zero
                or NeverReadFiles is greater than zero
                or UnscheduledReadFiles is greater than zero
            set BatchCompletedWithWarnings to true
        when other
            set BatchCompletedNormally to true
    end-evaluate.
8000-Exit.
    exit.

9000-Terminate.
    move spaces to ReportLine
    write ReportLine
    move NumberOfPrograms to CountDisplay
    move spaces to ReportLine
    string "Programs listed            " delimited by size
        CountDisplay delimited by size into ReportLine
    end-string
    write ReportLine
    move SourcesSwept to CountDisplay
    move spaces to ReportLine
    string "Programs swept             " delimited by size
        CountDisplay delimited by size into ReportLine
    end-string
    write ReportLine
    move NumberOfFiles to CountDisplay
    move spaces to ReportLine
    string "Files                      " delimited by size
        CountDisplay delimited by size into ReportLine
    end-string
    write ReportLine
    move SeveralWriterFiles to CountDisplay
    move spaces to ReportLine
    string "  with several writers     " delimited by size
        CountDisplay delimited by size into ReportLine
    end-string
    write ReportLine
    move NeverReadFiles to CountDisplay
    move spaces to ReportLine
    string "  written, never read      " delimited by size
        CountDisplay delimited by size into ReportLine
    end-string
    write ReportLine
    move UnscheduledReadFiles to CountDisplay
    move spaces to ReportLine
    string "  read by unscheduled      " delimited by size
        CountDisplay delimited by size into ReportLine
    end-string
    write ReportLine
    if TablesOverflowed is greater than zero
        move TablesOverflowed to CountDisplay
        move spaces to ReportLine
        string "Entries dropped - table full " delimited by size
            CountDisplay delimited by size into ReportLine
        end-string
        write ReportLine
        display "FileLineageSweep: " trim(CountDisplay)
            " entries dropped - a table is full"
    end-if
    close LineageReport.
9000-Exit.
    exit.

end program FileLineageSweep.
