identification division.
program-id. CopybookWhereUsed.

*> Copybook where-used and layout impact, in the family of
*> CopybookExpansion and FileLineageSweep. CopybookExpansion resolves
*> the COPY statements of one source; this run answers the question
*> the other way round for the whole tree - who copies this member? -
*> so a proposed change to GameHistoryRecord.cpy or
*> ChequeRegisterRecord.cpy no longer needs a hand grep.
*>
*> The run lists every ../COBOL-*/*.cpy and ../COBOL-*/*.cbl into
*> CopybookInventory.dat. Every copybook is a member; so is every
*> called routine kept as a copy in more than one directory - the
*> AssertEquals / AssertNotEquals pair each test directory carries.
*> Each program is swept for COPY statements (a member is taken from
*> beside the source, as every step of NightlyJobPlan.dat builds it)
*> and for CALLs of those routines. A COPY under an FD is followed
*> through the SELECT for that FD to the data file the record
*> describes, with an assign to a data name resolved through the
*> VALUE it is given, as FileLineageSweep does.
*>
*> CopybookWhereUsedReport.dat lists each member, every copy of it
*> and the 01 record lengths each copy gives, and under each copy the
*> programs that use it. Copies of the same member are compared line
*> for line with the first copy in the tree; a copy that has drifted
*> from it is flagged with the first line that differs.
*>
*> CopybookImpactParms.dat carries proposed field changes, one card
*> each (action, member, field, new picture):
*>   CHG member field picture - the field takes the new picture (and
*>                              usage, when one follows the picture);
*>   ADD member field picture - a new field of that picture follows
*>                              the named field at its level;
*>   DEL member field         - the field (or group) goes.
*> For each card the run works out the record's length before and
*> after, lists the programs that copy the member, and - where the
*> length changes - the data files the record is written to, with any
*> other program that opens one of those files through a layout of its
*> own. A field inside a REDEFINES view leaves the record length as it
*> is, and is reported so.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
file-control.
    select MemberInventory assign to "CopybookInventory.dat"
        organization is line sequential
        file status is MemberInventoryStatus.
    select SourceLines assign to SourceInputName
        organization is line sequential
        file status is SourceLinesStatus.
    select ReferenceLines assign to ReferenceInputName
        organization is line sequential
        file status is ReferenceLinesStatus.
    select ImpactParms assign to "CopybookImpactParms.dat"
        organization is line sequential
        file status is ImpactParmsStatus.
    select WhereUsedReport assign to "CopybookWhereUsedReport.dat"
        organization is line sequential.

data division.
file section.
    fd MemberInventory.
        01 InventoryLine pic x(120).

    fd SourceLines.
        01 SourceLine pic x(256).

    fd ReferenceLines.
        01 ReferenceLine pic x(256).

    fd ImpactParms.
        01 ImpactParmRecord.
            02 PM-Action  pic x(3).
            02 filler     pic x.
            02 PM-Member  pic x(30).
            02 filler     pic x.
            02 PM-Field   pic x(30).
            02 filler     pic x.
            02 PM-Picture pic x(40).

    fd WhereUsedReport.
        01 ReportLine pic x(160).

working-storage section.
    01 MemberInventoryStatus pic xx value spaces.
        88 MemberInventoryNotFound value "35".
        88 EndOfMemberInventory value "10".
    01 SourceLinesStatus pic xx value spaces.
        88 SourceLinesNotFound value "35".
        88 EndOfSourceLines value "10".
    01 ReferenceLinesStatus pic xx value spaces.
        88 ReferenceLinesNotFound value "35".
        88 EndOfReferenceLines value "10".
    01 ImpactParmsStatus pic xx value spaces.
        88 ImpactParmsNotFound value "35".
        88 EndOfImpactParms value "10".

    01 SourceInputName pic x(120) value spaces.
    01 ReferenceInputName pic x(120) value spaces.
    01 InventoryCommand pic x(120) value
        "ls -1 ../COBOL-*/*.cpy ../COBOL-*/*.cbl > CopybookInventory.dat 2> /dev/null".

    01 ProgramTable.
        02 ProgramEntry occurs 1 to 400 times depending on NumberOfPrograms
                indexed by ProgramIdx.
            03 PG-Path      pic x(80).
            03 PG-Directory pic x(40).
            03 PG-Name      pic x(40).
    01 NumberOfPrograms pic 999 value zero.
    01 CurrentProgram pic 999 value zero.
    01 OtherProgram pic 999 value zero.
    01 NameCount pic 999 value zero.

*> Member copies are kept in member-name order, and within a member
*> in path order, as they are added; CP-Drift is R for the copy the
*> others are compared with, S for one the same as it, D for one that
*> has drifted (CP-DriftLine the first line that differs).
    01 CopyTable.
        02 CopyEntry occurs 1 to 200 times depending on NumberOfCopies
                indexed by CopyIdx.
            03 CP-Name      pic x(40).
            03 CP-Kind      pic x.
                88 CopyIsCopybook value "C".
                88 CopyIsRoutine  value "R".
            03 CP-Path      pic x(80).
            03 CP-Directory pic x(40).
            03 CP-Drift     pic x.
            03 CP-DriftLine pic 9(5).
    01 NumberOfCopies pic 999 value zero.
    01 FoundCopyIndex pic 999 value zero.
    01 ReferenceCopy pic 999 value zero.
    01 GroupStart pic 999 value zero.
    01 GroupEnd pic 999 value zero.
    01 NewName pic x(40) value spaces.
    01 NewKind pic x value space.
    01 NewPath pic x(80) value spaces.
    01 NewDirectory pic x(40) value spaces.
    01 InsertPosition pic 999 value zero.
    01 ShiftIdx pic 999 value zero.

*> One usage per COPY statement or routine called, per program.
*> US-Context is F under an FD, W anywhere else, C for a CALL.
    01 UsageTable.
        02 UsageEntry occurs 1 to 2000 times depending on NumberOfUsages
                indexed by UsageIdx.
            03 US-Name      pic x(40).
            03 US-Copy      pic 999.
            03 US-Program   pic 999.
            03 US-Line      pic 9(5).
            03 US-Context   pic x.
            03 US-FdName    pic x(30).
            03 US-File      pic x(80).
            03 US-Replacing pic x.
    01 NumberOfUsages pic 9(4) value zero.
    01 FirstUsageOfProgram pic 9(4) value zero.
    01 UsagesShown pic 9(4) value zero.

*> Every file a program selects, whether or not through a copybook,
*> so a file's other openers can be named against an impact.
    01 FileUseTable.
        02 FileUseEntry occurs 1 to 2000 times depending on NumberOfFileUses
                indexed by FileUseIdx.
            03 FU-File    pic x(80).
            03 FU-Program pic 999.
    01 NumberOfFileUses pic 9(4) value zero.

*> Selects and VALUE literals are gathered afresh for each program.
    01 SelectTable.
        02 SelectEntry occurs 1 to 80 times depending on NumberOfSelects
                indexed by SelectIdx.
            03 SL-FdName   pic x(30).
            03 SL-Target   pic x(80).
            03 SL-Literal  pic x.
            03 SL-Resolved pic x(80).
    01 NumberOfSelects pic 99 value zero.

    01 ValueTable.
        02 ValueEntry occurs 1 to 400 times depending on NumberOfValues
                indexed by ValueIdx.
            03 VL-Name    pic x(30).
            03 VL-Literal pic x(80).
    01 NumberOfValues pic 999 value zero.

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
    01 UpperBare pic x(80) value spaces.
    01 BareLength pic 999 value zero.
    01 SourceLineNumber pic 9(5) value zero.

    01 ScanState pic x value space.
        88 ScanIsIdle          value space.
        88 ScanAwaitsFdName    value "S".
        88 ScanInSelect        value "C".
        88 ScanAwaitsTarget    value "A".
        88 ScanAwaitsDataName  value "D".
        88 ScanAwaitsValue     value "V".
        88 ScanAwaitsFdEntry   value "F".
        88 ScanAwaitsMember    value "M".
        88 ScanAfterMember     value "R".
        88 ScanAwaitsCallName  value "L".
    01 CurrentFd pic x(30) value spaces.
    01 LastDataName pic x(30) value spaces.
    01 LiteralText pic x(80) value spaces.
    01 MemberWritten pic x(40) value spaces.

    01 ResolvedFile pic x(80) value spaces.
    01 TargetWork pic x(80) value spaces.
    01 SlashPosition pic 999 value zero.
    01 DotPosition pic 999 value zero.
    01 PathLength pic 999 value zero.

    01 LinesCompared pic 9(5) value zero.
    01 CompareLeft pic x(256) value spaces.
    01 CompareRight pic x(256) value spaces.

*> A copybook's data description entries, one per level number, as
*> 4000-ParseLayout reads them. LE-Multiplier is the product of the
*> OCCURS counts of the entry and every group above it; LE-Record
*> the 01 the entry belongs to; LE-Length the entry's bytes - its
*> picture times LE-Multiplier for an elementary item, the record
*> length on an 01.
    01 LayoutTable.
        02 LayoutEntry occurs 1 to 400 times depending on NumberOfLayoutEntries
                indexed by LayoutIdx.
            03 LE-Level       pic 99.
            03 LE-Name        pic x(30).
            03 LE-Picture     pic x(40).
            03 LE-Usage       pic x.
            03 LE-Occurs      pic 9(5).
            03 LE-Redefines   pic x.
            03 LE-UnderRedefines pic x.
            03 LE-Elementary  pic x.
            03 LE-Multiplier  pic 9(7).
            03 LE-Record      pic 999.
            03 LE-Length      pic 9(7).
    01 NumberOfLayoutEntries pic 999 value zero.
    01 LayoutCopy pic 999 value zero.
    01 EntryOpen pic x value "N".
    01 EntryTokens pic 99 value zero.
    01 TokenEndsEntry pic x value "N".
    01 LayoutExpect pic x value space.
        88 ExpectNothing     value space.
        88 ExpectPicture     value "P".
        88 ExpectOccurs      value "O".
        88 ExpectOccursTo    value "T".
        88 ExpectUsage       value "U".
        88 ExpectRedefined   value "R".
        88 ExpectValue       value "V".
        88 ExpectSkipToEnd   value "X".
    01 CurrentRecord pic 999 value zero.

    01 LevelStack.
        02 StackEntry occurs 50 times.
            03 SK-Level      pic 99.
            03 SK-Multiplier pic 9(7).
            03 SK-Redefined  pic x.
            03 SK-Usage      pic x.
    01 StackDepth pic 99 value zero.

    01 PictureWork pic x(40) value spaces.
    01 UsageWork pic x value space.
    01 PictureLength pic 99 value zero.
    01 PicturePosition pic 99 value zero.
    01 PictureChar pic x value space.
    01 RepeatCount pic 9(5) value zero.
    01 CloseOffset pic 99 value zero.
    01 PictureCharacters pic 9(7) value zero.
    01 PictureDigits pic 9(5) value zero.
    01 PictureBytes pic 9(7) value zero.

*> Proposed change cards.
    01 ChangeCards.
        02 ChangeCard occurs 20 times.
            03 CD-Action  pic x(3).
            03 CD-Member  pic x(30).
            03 CD-Field   pic x(30).
            03 CD-Picture pic x(40).
    01 NumberOfChangeCards pic 99 value zero.
    01 CardIdx pic 99 value zero.
    01 CardRejected pic x value "N".
    01 CardCopiesSeen pic 99 value zero.
    01 CardFieldsFound pic 99 value zero.
    01 RejectReason pic x(60) value spaces.

    01 FieldIdx pic 999 value zero.
    01 FieldRecord pic 999 value zero.
    01 FieldParentMultiplier pic 9(7) value zero.
    01 OldFieldBytes pic 9(7) value zero.
    01 NewFieldBytes pic 9(7) value zero.
    01 OldRecordLength pic 9(7) value zero.
    01 NewRecordLength pic s9(7) value zero.
    01 LengthChange pic s9(7) value zero.
    01 CardWords.
        02 CardWord pic x(40) occurs 3 times.
    01 NewPicture pic x(40) value spaces.
    01 NewUsageWord pic x(40) value spaces.
    01 ScanLevelIdx pic 999 value zero.
    01 FieldLevel pic 99 value zero.
    01 GroupEnded pic x value "N".

    01 AffectedFiles.
        02 AffectedFile pic x(80) occurs 100 times.
    01 NumberOfAffectedFiles pic 999 value zero.
    01 AffectedIdx pic 999 value zero.
    01 AlreadyListed pic x value "N".
    01 ProgramCopiesMember pic x value "N".

    01 ContextText pic x(120) value spaces.
    01 ReportPointer pic 999 value 1.
    01 CountDisplay pic zzzz9.
    01 LengthDisplay pic zzzzzz9.
    01 SignedDisplay pic +(6)9.
    01 LineDisplay pic zzzz9.

    01 MembersListed pic 999 value zero.
    01 SourcesSwept pic 999 value zero.
    01 SourcesMissing pic 999 value zero.
    01 DriftedCopies pic 999 value zero.
    01 UnresolvedCopies pic 999 value zero.
    01 UnusedMembers pic 999 value zero.
    01 CardsAnalysed pic 99 value zero.
    01 CardsRejected pic 99 value zero.
    01 TablesOverflowed pic 9(4) value zero.

    copy BatchReturnCode.

procedure division.

0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    if BatchCompletedWithErrors
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 2000-SweepPrograms thru 2000-Exit
    perform 3000-WriteWhereUsed thru 3000-Exit
    perform 5000-AnalyseChanges thru 5000-Exit
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
    move BatchReturnCode to return-code
    stop run.

1000-Initialize.
    perform 1100-LoadParms thru 1100-Exit

    call "SYSTEM" using InventoryCommand
    move zero to return-code
    open input MemberInventory
    if MemberInventoryNotFound
        display "CopybookWhereUsed: no member inventory could be built"
        set BatchCompletedWithErrors to true
        go to 1000-Exit
    end-if

    perform 1200-ReadInventory thru 1200-Exit
    perform with test after until EndOfMemberInventory
        if not EndOfMemberInventory
            perform 1300-AddInventoryEntry thru 1300-Exit
            perform 1200-ReadInventory thru 1200-Exit
        end-if
    end-perform
    close MemberInventory

    if NumberOfPrograms equal to zero
        display "CopybookWhereUsed: no ../COBOL-*/*.cbl sources found"
        set BatchCompletedWithErrors to true
        go to 1000-Exit
    end-if

    perform 1400-AddSharedRoutine thru 1400-Exit
        varying ProgramIdx from 1 by 1
        until ProgramIdx is greater than NumberOfPrograms

    open output WhereUsedReport
    move "COPYBOOK WHERE-USED AND LAYOUT IMPACT" to ReportLine
    write ReportLine
    move spaces to ReportLine
    write ReportLine.
1000-Exit.
    exit.

1100-LoadParms.
    open input ImpactParms
    if ImpactParmsNotFound
        go to 1100-Exit
    end-if
    perform until EndOfImpactParms
        read ImpactParms
            at end set EndOfImpactParms to true
            not at end
                if ImpactParmRecord not equal to spaces
                    if NumberOfChangeCards is less than 20
                        add 1 to NumberOfChangeCards
                        move upper-case(PM-Action) to CD-Action(NumberOfChangeCards)
                        move PM-Member to CD-Member(NumberOfChangeCards)
                        move PM-Field to CD-Field(NumberOfChangeCards)
                        move PM-Picture to CD-Picture(NumberOfChangeCards)
                    else
                        add 1 to TablesOverflowed
                    end-if
                end-if
        end-read
    end-perform
    close ImpactParms.
1100-Exit.
    exit.

1200-ReadInventory.
    read MemberInventory
        at end set EndOfMemberInventory to true
    end-read.
1200-Exit.
    exit.

*> "../COBOL-Number-Names/ChequeRegisterRecord.cpy" is held as
*> COBOL-Number-Names/ChequeRegisterRecord.cpy, in directory
*> COBOL-Number-Names, member ChequeRegisterRecord.
1300-AddInventoryEntry.
    if InventoryLine(1:3) not equal to "../"
        go to 1300-Exit
    end-if
    move spaces to NewPath
    move InventoryLine(4:) to NewPath
    move zero to SlashPosition
    inspect NewPath tallying SlashPosition
        for characters before initial "/"
    move spaces to NewDirectory
    move NewPath(1:SlashPosition) to NewDirectory
    move length(trim(NewPath)) to PathLength
    move spaces to NewName
    move NewPath(SlashPosition + 2:PathLength - SlashPosition - 5) to NewName

    if NewPath(PathLength - 3:4) equal to ".cpy"
        move "C" to NewKind
        perform 1500-AddCopy thru 1500-Exit
        go to 1300-Exit
    end-if

    if NumberOfPrograms equal to 400
        add 1 to TablesOverflowed
        go to 1300-Exit
    end-if
    add 1 to NumberOfPrograms
    set ProgramIdx to NumberOfPrograms
    move NewPath to PG-Path(ProgramIdx)
    move NewDirectory to PG-Directory(ProgramIdx)
    move NewName to PG-Name(ProgramIdx).
1300-Exit.
    exit.

*> A program source kept under the same name in more than one
*> directory is a shared routine, and a member in its own right.
1400-AddSharedRoutine.
    move zero to NameCount
    perform varying CurrentProgram from 1 by 1
            until CurrentProgram is greater than NumberOfPrograms
        if PG-Name(CurrentProgram) equal to PG-Name(ProgramIdx)
            add 1 to NameCount
        end-if
    end-perform
    if NameCount is greater than 1
        move PG-Name(ProgramIdx) to NewName
        move "R" to NewKind
        move PG-Path(ProgramIdx) to NewPath
        move PG-Directory(ProgramIdx) to NewDirectory
        perform 1500-AddCopy thru 1500-Exit
    end-if.
1400-Exit.
    exit.

1500-AddCopy.
    if NumberOfCopies equal to 200
        add 1 to TablesOverflowed
        go to 1500-Exit
    end-if
    move 1 to InsertPosition
    perform varying CopyIdx from 1 by 1
            until CopyIdx is greater than NumberOfCopies
        if CP-Name(CopyIdx) is less than NewName
                or (CP-Name(CopyIdx) equal to NewName
                    and CP-Path(CopyIdx) is less than NewPath)
            set InsertPosition to CopyIdx
            add 1 to InsertPosition
        end-if
    end-perform
    add 1 to NumberOfCopies
    perform varying ShiftIdx from NumberOfCopies by -1
            until ShiftIdx is not greater than InsertPosition
        move CopyEntry(ShiftIdx - 1) to CopyEntry(ShiftIdx)
    end-perform
    move NewName to CP-Name(InsertPosition)
    move NewKind to CP-Kind(InsertPosition)
    move NewPath to CP-Path(InsertPosition)
    move NewDirectory to CP-Directory(InsertPosition)
    move space to CP-Drift(InsertPosition)
    move zero to CP-DriftLine(InsertPosition).
1500-Exit.
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
    move zero to SourceLineNumber
    set ScanIsIdle to true
    move spaces to CurrentFd
    move spaces to LastDataName
    compute FirstUsageOfProgram = NumberOfUsages + 1

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
            add 1 to SourceLineNumber
            perform 2200-ScanOneLine thru 2200-Exit
            perform 2150-ReadSourceLine thru 2150-Exit
        end-if
    end-perform
    close SourceLines

    perform 2600-ResolveSelect thru 2600-Exit
        varying SelectIdx from 1 by 1
        until SelectIdx is greater than NumberOfSelects
    perform 2800-ResolveUsageFile thru 2800-Exit
        varying UsageIdx from FirstUsageOfProgram by 1
        until UsageIdx is greater than NumberOfUsages.
2100-Exit.
    exit.

2150-ReadSourceLine.
    read SourceLines
        at end set EndOfSourceLines to true
    end-read.
2150-Exit.
    exit.

2200-ScanOneLine.
    perform 2250-MaskLine thru 2250-Exit
    if WorkLine equal to spaces
        go to 2200-Exit
    end-if

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

*> Everything from a "*>" outside a literal is comment. A space
*> inside a literal is held as x"01" while the line is taken apart,
*> so a literal is always one token.
2250-MaskLine.
    move SourceLine to WorkLine
    inspect WorkLine replacing all x"0D" by space
    inspect WorkLine replacing all x"09" by space
    move space to QuoteOpen
    perform varying CharPosition from 1 by 1
            until CharPosition is greater than 255
        evaluate true
            when QuoteOpen not equal to space
                if WorkLine(CharPosition:1) equal to QuoteOpen
                    move space to QuoteOpen
                else
                    if WorkLine(CharPosition:1) equal to space
                        move x"01" to WorkLine(CharPosition:1)
                    end-if
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
    move zero to WorkLineLength
    if WorkLine not equal to spaces
        move length(trim(WorkLine trailing)) to WorkLineLength
    end-if.
2250-Exit.
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
    move upper-case(BareName) to UpperBare

    evaluate true
        when ScanAwaitsFdName
            if UpperBare equal to "OPTIONAL"
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
            move spaces to SL-Resolved(SelectIdx)
            move "N" to SL-Literal(SelectIdx)
            set ScanInSelect to true
            go to 2300-Exit
        when ScanInSelect
            if UpperBare equal to "ASSIGN"
                set ScanAwaitsTarget to true
            else
                perform 2350-EndSelectAtPeriod thru 2350-Exit
            end-if
            go to 2300-Exit
        when ScanAwaitsTarget
            if UpperBare equal to "TO" or UpperBare equal to "USING"
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
        when ScanAwaitsFdEntry
            move BareName to CurrentFd
            set ScanIsIdle to true
            go to 2300-Exit
        when ScanAwaitsMember
            perform 2500-RecordCopy thru 2500-Exit
            if RawToken(TokenLength:1) equal to "."
                set ScanIsIdle to true
            else
                set ScanAfterMember to true
            end-if
            go to 2300-Exit
        when ScanAfterMember
            set ScanIsIdle to true
            if UpperBare equal to "REPLACING"
                move "Y" to US-Replacing(NumberOfUsages)
                go to 2300-Exit
            end-if
        when ScanAwaitsCallName
            set ScanIsIdle to true
            if RawToken(1:1) equal to quote or RawToken(1:1) equal to "'"
                perform 2400-TakeLiteral thru 2400-Exit
                perform 2550-RecordCall thru 2550-Exit
                go to 2300-Exit
            end-if
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
        when UpperBare equal to "SELECT"
            set ScanAwaitsFdName to true
        when UpperBare equal to "FD" or UpperBare equal to "SD"
            set ScanAwaitsFdEntry to true
        when UpperBare equal to "WORKING-STORAGE"
                or UpperBare equal to "LOCAL-STORAGE"
                or UpperBare equal to "LINKAGE"
                or UpperBare equal to "PROCEDURE"
            move spaces to CurrentFd
        when UpperBare equal to "COPY"
            set ScanAwaitsMember to true
        when UpperBare equal to "CALL"
            set ScanAwaitsCallName to true
        when UpperBare equal to "VALUE" or UpperBare equal to "VALUES"
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
    end-if
    inspect LiteralText replacing all x"01" by space.
2400-Exit.
    exit.

*> COPY member, COPY "member.cpy" or COPY member.cpy - the member is
*> looked for beside the source.
2500-RecordCopy.
    if RawToken(1:1) equal to quote or RawToken(1:1) equal to "'"
        perform 2400-TakeLiteral thru 2400-Exit
        move LiteralText to MemberWritten
    else
        move BareName to MemberWritten
    end-if
    move zero to DotPosition
    inspect MemberWritten tallying DotPosition
        for characters before initial "."
    if DotPosition is less than length(MemberWritten)
        move spaces to MemberWritten(DotPosition + 1:)
    end-if
    if NumberOfUsages equal to 2000
        add 1 to TablesOverflowed
        go to 2500-Exit
    end-if

    add 1 to NumberOfUsages
    set UsageIdx to NumberOfUsages
    move MemberWritten to US-Name(UsageIdx)
    move CurrentProgram to US-Program(UsageIdx)
    move SourceLineNumber to US-Line(UsageIdx)
    move spaces to US-File(UsageIdx)
    move "N" to US-Replacing(UsageIdx)
    if CurrentFd equal to spaces
        move "W" to US-Context(UsageIdx)
        move spaces to US-FdName(UsageIdx)
    else
        move "F" to US-Context(UsageIdx)
        move CurrentFd to US-FdName(UsageIdx)
    end-if
    move "C" to NewKind
    perform 2700-FindLocalCopy thru 2700-Exit
    move FoundCopyIndex to US-Copy(UsageIdx).
2500-Exit.
    exit.

*> A CALL counts only when it names a shared routine; one call per
*> routine per program is kept, at the first line it is called from.
2550-RecordCall.
    move LiteralText to MemberWritten
    move zero to FoundCopyIndex
    perform varying CopyIdx from 1 by 1
            until CopyIdx is greater than NumberOfCopies
        if CopyIsRoutine(CopyIdx) and CP-Name(CopyIdx) equal to MemberWritten
            set FoundCopyIndex to CopyIdx
        end-if
    end-perform
    if FoundCopyIndex equal to zero
        go to 2550-Exit
    end-if
    perform varying UsageIdx from FirstUsageOfProgram by 1
            until UsageIdx is greater than NumberOfUsages
        if US-Context(UsageIdx) equal to "C"
                and US-Name(UsageIdx) equal to MemberWritten
            go to 2550-Exit
        end-if
    end-perform
    if NumberOfUsages equal to 2000
        add 1 to TablesOverflowed
        go to 2550-Exit
    end-if

    add 1 to NumberOfUsages
    set UsageIdx to NumberOfUsages
    move MemberWritten to US-Name(UsageIdx)
    move CurrentProgram to US-Program(UsageIdx)
    move SourceLineNumber to US-Line(UsageIdx)
    move "C" to US-Context(UsageIdx)
    move spaces to US-FdName(UsageIdx)
    move spaces to US-File(UsageIdx)
    move "N" to US-Replacing(UsageIdx)
    move "R" to NewKind
    perform 2700-FindLocalCopy thru 2700-Exit
    move FoundCopyIndex to US-Copy(UsageIdx).
2550-Exit.
    exit.

*> Each SELECT is resolved to its file once; every file a program
*> selects goes on the file-use list.
2600-ResolveSelect.
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
        if TargetWork equal to spaces
            string
                "(run-time name " delimited by size
                trim(SL-Target(SelectIdx)) delimited by size
                ")" delimited by size
                into TargetWork
            end-string
        end-if
    end-if

    if TargetWork(1:2) equal to "./"
        move TargetWork(3:) to TargetWork
    end-if
    move spaces to ResolvedFile
    if TargetWork(1:3) equal to "../"
        move TargetWork(4:) to ResolvedFile
    else
        string
            trim(PG-Directory(CurrentProgram)) delimited by size
            "/" delimited by size
            trim(TargetWork) delimited by size
            into ResolvedFile
        end-string
    end-if
    move ResolvedFile to SL-Resolved(SelectIdx)

    perform varying FileUseIdx from 1 by 1
            until FileUseIdx is greater than NumberOfFileUses
        if FU-File(FileUseIdx) equal to ResolvedFile
                and FU-Program(FileUseIdx) equal to CurrentProgram
            go to 2600-Exit
        end-if
    end-perform
    if NumberOfFileUses equal to 2000
        add 1 to TablesOverflowed
        go to 2600-Exit
    end-if
    add 1 to NumberOfFileUses
    move ResolvedFile to FU-File(NumberOfFileUses)
    move CurrentProgram to FU-Program(NumberOfFileUses).
2600-Exit.
    exit.

*> The copy of a member, of the kind in NewKind, in the current
*> program's own directory.
2700-FindLocalCopy.
    move zero to FoundCopyIndex
    perform varying CopyIdx from 1 by 1
            until CopyIdx is greater than NumberOfCopies
        if CP-Kind(CopyIdx) equal to NewKind
                and upper-case(CP-Name(CopyIdx)) equal to upper-case(MemberWritten)
                and CP-Directory(CopyIdx) equal to PG-Directory(CurrentProgram)
            set FoundCopyIndex to CopyIdx
        end-if
    end-perform.
2700-Exit.
    exit.

2800-ResolveUsageFile.
    if US-Context(UsageIdx) not equal to "F"
        go to 2800-Exit
    end-if
    perform varying SelectIdx from 1 by 1
            until SelectIdx is greater than NumberOfSelects
        if upper-case(SL-FdName(SelectIdx)) equal to upper-case(US-FdName(UsageIdx))
            move SL-Resolved(SelectIdx) to US-File(UsageIdx)
        end-if
    end-perform.
2800-Exit.
    exit.

*> One block per member: its copies, each copy's record lengths and
*> its users, then the copies compared.
3000-WriteWhereUsed.
    move "MEMBERS AND WHERE THEY ARE USED" to ReportLine
    write ReportLine
    move "  F = copied under an FD (-> the file it describes)   W = copied into storage   C = called"
        to ReportLine
    write ReportLine

    move 1 to GroupStart
    perform until GroupStart is greater than NumberOfCopies
        move GroupStart to GroupEnd
        perform until GroupEnd equal to NumberOfCopies
                or CP-Name(GroupEnd + 1) not equal to CP-Name(GroupStart)
                or CP-Kind(GroupEnd + 1) not equal to CP-Kind(GroupStart)
            add 1 to GroupEnd
        end-perform
        perform 3100-WriteOneMember thru 3100-Exit
        compute GroupStart = GroupEnd + 1
    end-perform

    perform 3500-WriteUnresolved thru 3500-Exit.
3000-Exit.
    exit.

3100-WriteOneMember.
    add 1 to MembersListed
    move spaces to ReportLine
    write ReportLine
    compute NameCount = GroupEnd - GroupStart + 1
    move NameCount to CountDisplay
    move spaces to ReportLine
    move 1 to ReportPointer
    string
        "Member " delimited by size
        trim(CP-Name(GroupStart)) delimited by size
        into ReportLine
        with pointer ReportPointer
    end-string
    if CopyIsRoutine(GroupStart)
        string " (called routine)" delimited by size
            into ReportLine with pointer ReportPointer
        end-string
    else
        string " (copybook)" delimited by size
            into ReportLine with pointer ReportPointer
        end-string
    end-if
    string
        " - " delimited by size
        trim(CountDisplay) delimited by size
        " cop" delimited by size
        into ReportLine
        with pointer ReportPointer
    end-string
    if NameCount equal to 1
        string "y" delimited by size into ReportLine with pointer ReportPointer
        end-string
    else
        string "ies" delimited by size into ReportLine with pointer ReportPointer
        end-string
    end-if
    write ReportLine

    move GroupStart to ReferenceCopy
    move "R" to CP-Drift(ReferenceCopy)
    move zero to UsagesShown
    perform 3200-WriteOneCopy thru 3200-Exit
        varying CopyIdx from GroupStart by 1
        until CopyIdx is greater than GroupEnd
    if UsagesShown equal to zero
        add 1 to UnusedMembers
        move "    ** NOT USED - no program copies or calls this member" to ReportLine
        write ReportLine
    end-if.
3100-Exit.
    exit.

3200-WriteOneCopy.
    set LayoutCopy to CopyIdx
    if LayoutCopy not equal to ReferenceCopy
        perform 3300-CompareWithReference thru 3300-Exit
    end-if

    move spaces to ReportLine
    move 1 to ReportPointer
    string
        "  " delimited by size
        CP-Path(LayoutCopy)(1:64) delimited by size
        into ReportLine
        with pointer ReportPointer
    end-string
    evaluate true
        when NameCount equal to 1
            continue
        when CP-Drift(LayoutCopy) equal to "R"
            string "reference copy" delimited by size
                into ReportLine with pointer ReportPointer
            end-string
        when CP-Drift(LayoutCopy) equal to "S"
            string "same as reference" delimited by size
                into ReportLine with pointer ReportPointer
            end-string
        when other
            string "DRIFTED" delimited by size
                into ReportLine with pointer ReportPointer
            end-string
    end-evaluate
    write ReportLine

    if CP-Drift(LayoutCopy) equal to "D"
        add 1 to DriftedCopies
        move CP-DriftLine(LayoutCopy) to LineDisplay
        move spaces to ReportLine
        string
            "    ** DRIFTED - differs from " delimited by size
            trim(CP-Path(ReferenceCopy)) delimited by size
            " from line " delimited by size
            trim(LineDisplay) delimited by size
            into ReportLine
        end-string
        write ReportLine
    end-if

    if CopyIsCopybook(LayoutCopy)
        perform 4000-ParseLayout thru 4000-Exit
        perform 3250-WriteRecordLength thru 3250-Exit
            varying LayoutIdx from 1 by 1
            until LayoutIdx is greater than NumberOfLayoutEntries
    end-if

    perform 3400-WriteOneUser thru 3400-Exit
        varying UsageIdx from 1 by 1
        until UsageIdx is greater than NumberOfUsages.
3200-Exit.
    exit.

3250-WriteRecordLength.
    if LE-Level(LayoutIdx) not equal to 1 and LE-Level(LayoutIdx) not equal to 77
        go to 3250-Exit
    end-if
    move LE-Length(LayoutIdx) to LengthDisplay
    move spaces to ReportLine
    string
        "      record " delimited by size
        LE-Name(LayoutIdx) delimited by size
        " length " delimited by size
        trim(LengthDisplay) delimited by size
        into ReportLine
    end-string
    write ReportLine.
3250-Exit.
    exit.

*> Line for line against the reference copy, trailing blanks and
*> carriage returns aside.
3300-CompareWithReference.
    move "S" to CP-Drift(LayoutCopy)
    move spaces to SourceInputName
    string "../" delimited by size
        trim(CP-Path(LayoutCopy)) delimited by size
        into SourceInputName
    end-string
    move spaces to ReferenceInputName
    string "../" delimited by size
        trim(CP-Path(ReferenceCopy)) delimited by size
        into ReferenceInputName
    end-string
    move spaces to SourceLinesStatus
    move spaces to ReferenceLinesStatus
    open input SourceLines
    open input ReferenceLines
    if SourceLinesNotFound or ReferenceLinesNotFound
        move "D" to CP-Drift(LayoutCopy)
        move zero to CP-DriftLine(LayoutCopy)
        go to 3300-Exit
    end-if

    move zero to LinesCompared
    perform until EndOfSourceLines and EndOfReferenceLines
        move spaces to CompareLeft
        move spaces to CompareRight
        if not EndOfSourceLines
            read SourceLines
                at end set EndOfSourceLines to true
                not at end move SourceLine to CompareLeft
            end-read
        end-if
        if not EndOfReferenceLines
            read ReferenceLines
                at end set EndOfReferenceLines to true
                not at end move ReferenceLine to CompareRight
            end-read
        end-if
        add 1 to LinesCompared
        inspect CompareLeft replacing all x"0D" by space
        inspect CompareRight replacing all x"0D" by space
        if CompareLeft not equal to CompareRight
                or (EndOfSourceLines and not EndOfReferenceLines)
                or (EndOfReferenceLines and not EndOfSourceLines)
            if CP-Drift(LayoutCopy) equal to "S"
                move "D" to CP-Drift(LayoutCopy)
                move LinesCompared to CP-DriftLine(LayoutCopy)
            end-if
        end-if
    end-perform
    close SourceLines
    close ReferenceLines.
3300-Exit.
    exit.

3400-WriteOneUser.
    if US-Copy(UsageIdx) not equal to LayoutCopy
        go to 3400-Exit
    end-if
    add 1 to UsagesShown
    perform 3450-BuildContext thru 3450-Exit
    set ProgramIdx to US-Program(UsageIdx)
    move US-Line(UsageIdx) to LineDisplay
    move spaces to ReportLine
    string
        "        " delimited by size
        US-Context(UsageIdx) delimited by size
        " " delimited by size
        PG-Path(ProgramIdx)(1:64) delimited by size
        "line " delimited by size
        LineDisplay delimited by size
        "  " delimited by size
        ContextText delimited by size
        into ReportLine
    end-string
    write ReportLine.
3400-Exit.
    exit.

3450-BuildContext.
    move spaces to ContextText
    move 1 to ReportPointer
    evaluate US-Context(UsageIdx)
        when "F"
            string
                "fd " delimited by size
                trim(US-FdName(UsageIdx)) delimited by size
                " -> " delimited by size
                into ContextText
                with pointer ReportPointer
            end-string
            if US-File(UsageIdx) equal to spaces
                string "(no SELECT found)" delimited by size
                    into ContextText with pointer ReportPointer
                end-string
            else
                string trim(US-File(UsageIdx)) delimited by size
                    into ContextText with pointer ReportPointer
                end-string
            end-if
        when "W"
            string "storage" delimited by size
                into ContextText with pointer ReportPointer
            end-string
        when other
            string "call" delimited by size
                into ContextText with pointer ReportPointer
            end-string
    end-evaluate
    if US-Replacing(UsageIdx) equal to "Y"
        string " (replacing)" delimited by size
            into ContextText with pointer ReportPointer
        end-string
    end-if.
3450-Exit.
    exit.

*> A COPY with no member beside its source will not build the way
*> NightlyJobPlan.dat builds it; a call of a shared routine from a
*> directory without its own copy is shown for information.
3500-WriteUnresolved.
    move zero to UsagesShown
    perform varying UsageIdx from 1 by 1
            until UsageIdx is greater than NumberOfUsages
        if US-Copy(UsageIdx) equal to zero
            if UsagesShown equal to zero
                move spaces to ReportLine
                write ReportLine
                move "USES WITH NO MEMBER BESIDE THE SOURCE" to ReportLine
                write ReportLine
            end-if
            add 1 to UsagesShown
            if US-Context(UsageIdx) not equal to "C"
                add 1 to UnresolvedCopies
            end-if
            perform 3450-BuildContext thru 3450-Exit
            set ProgramIdx to US-Program(UsageIdx)
            move US-Line(UsageIdx) to LineDisplay
            move spaces to ReportLine
            string
                "    ** " delimited by size
                trim(US-Name(UsageIdx)) delimited by size
                " - " delimited by size
                trim(PG-Path(ProgramIdx)) delimited by size
                " line " delimited by size
                trim(LineDisplay) delimited by size
                "  " delimited by size
                ContextText delimited by size
                into ReportLine
            end-string
            write ReportLine
        end-if
    end-perform.
3500-Exit.
    exit.

*> Reads the copybook LayoutCopy into the layout table and works out
*> every entry's size and each record's length.
4000-ParseLayout.
    move zero to NumberOfLayoutEntries
    move "N" to EntryOpen
    move spaces to SourceInputName
    string "../" delimited by size
        trim(CP-Path(LayoutCopy)) delimited by size
        into SourceInputName
    end-string
    move spaces to SourceLinesStatus
    open input SourceLines
    if SourceLinesNotFound
        go to 4000-Exit
    end-if

    perform 2150-ReadSourceLine thru 2150-Exit
    perform with test after until EndOfSourceLines
        if not EndOfSourceLines
            perform 4100-ScanLayoutLine thru 4100-Exit
            perform 2150-ReadSourceLine thru 2150-Exit
        end-if
    end-perform
    close SourceLines

    if EntryOpen equal to "Y"
        perform 4300-CloseEntry thru 4300-Exit
    end-if
    perform 4400-ComputeSizes thru 4400-Exit.
4000-Exit.
    exit.

4100-ScanLayoutLine.
    perform 2250-MaskLine thru 2250-Exit
    if WorkLine equal to spaces
        go to 4100-Exit
    end-if
    move 1 to TokenPointer
    perform until TokenPointer is greater than WorkLineLength
        move spaces to RawToken
        unstring WorkLine delimited by all " "
            into RawToken
            with pointer TokenPointer
        end-unstring
        if RawToken not equal to spaces
            perform 4200-LayoutToken thru 4200-Exit
        end-if
    end-perform.
4100-Exit.
    exit.

*> An entry opens on its level number and closes on the period that
*> ends it. Only what bears on the storage an entry takes is kept:
*> its name, PICTURE, USAGE, OCCURS (the upper bound of a range) and
*> whether it REDEFINES; a VALUE literal is passed over.
4200-LayoutToken.
    move length(trim(RawToken)) to TokenLength
    move RawToken to BareName
    move "N" to TokenEndsEntry
    if RawToken(TokenLength:1) equal to "."
            and RawToken(1:1) not equal to quote
            and RawToken(1:1) not equal to "'"
        move "Y" to TokenEndsEntry
        move space to BareName(TokenLength:1)
    end-if
    if RawToken(1:1) equal to quote or RawToken(1:1) equal to "'"
        if RawToken(TokenLength:1) equal to "."
            move "Y" to TokenEndsEntry
        end-if
    end-if
    move upper-case(BareName) to UpperBare

    if EntryOpen equal to "N"
        if TokenLength is not greater than 2
                and RawToken(1:TokenLength) is numeric
            perform 4250-OpenEntry thru 4250-Exit
        end-if
        go to 4200-Exit
    end-if

    add 1 to EntryTokens
    set LayoutIdx to NumberOfLayoutEntries
    evaluate true
        when ExpectSkipToEnd
            continue
        when ExpectPicture
            if UpperBare not equal to "IS"
                move BareName to LE-Picture(LayoutIdx)
                set ExpectNothing to true
            end-if
        when ExpectOccurs
            move length(trim(BareName)) to BareLength
            if BareName(1:BareLength) is numeric
                move numval(BareName) to LE-Occurs(LayoutIdx)
                set ExpectOccursTo to true
            end-if
        when ExpectOccursTo and UpperBare equal to "TO"
            set ExpectOccurs to true
        when ExpectUsage
            if UpperBare not equal to "IS"
                perform 4260-TakeUsage thru 4260-Exit
                set ExpectNothing to true
            end-if
        when ExpectRedefined
            set ExpectNothing to true
        when ExpectValue
            if UpperBare not equal to "IS"
                set ExpectNothing to true
            end-if
        when other
            set ExpectNothing to true
            evaluate UpperBare
                when "PIC"
                when "PICTURE"
                    set ExpectPicture to true
                when "OCCURS"
                    set ExpectOccurs to true
                when "USAGE"
                    set ExpectUsage to true
                when "REDEFINES"
                    move "Y" to LE-Redefines(LayoutIdx)
                    set ExpectRedefined to true
                when "VALUE"
                when "VALUES"
                    set ExpectValue to true
                when other
                    perform 4260-TakeUsage thru 4260-Exit
                    if EntryTokens equal to 1 and UsageWork equal to space
                        move BareName to LE-Name(LayoutIdx)
                    end-if
            end-evaluate
    end-evaluate

    if TokenEndsEntry equal to "Y"
        perform 4300-CloseEntry thru 4300-Exit
    end-if.
4200-Exit.
    exit.

4250-OpenEntry.
    if NumberOfLayoutEntries equal to 400
        add 1 to TablesOverflowed
        go to 4250-Exit
    end-if
    add 1 to NumberOfLayoutEntries
    set LayoutIdx to NumberOfLayoutEntries
    move numval(BareName) to LE-Level(LayoutIdx)
    move "FILLER" to LE-Name(LayoutIdx)
    move spaces to LE-Picture(LayoutIdx)
    move space to LE-Usage(LayoutIdx)
    move 1 to LE-Occurs(LayoutIdx)
    move "N" to LE-Redefines(LayoutIdx)
    move "N" to LE-UnderRedefines(LayoutIdx)
    move "N" to LE-Elementary(LayoutIdx)
    move 1 to LE-Multiplier(LayoutIdx)
    move zero to LE-Record(LayoutIdx)
    move zero to LE-Length(LayoutIdx)
    move "Y" to EntryOpen
    move zero to EntryTokens
    set ExpectNothing to true
    if LE-Level(LayoutIdx) equal to 88 or LE-Level(LayoutIdx) equal to 66
        set ExpectSkipToEnd to true
    end-if.
4250-Exit.
    exit.

*> The usage a word names, B binary, P packed, 1 / 2 floating, I
*> index, D display; space when the word names no usage.
4260-TakeUsage.
    move space to UsageWork
    evaluate UpperBare
        when "COMP"
        when "COMP-4"
        when "COMP-5"
        when "COMPUTATIONAL"
        when "COMPUTATIONAL-4"
        when "COMPUTATIONAL-5"
        when "BINARY"
            move "B" to UsageWork
        when "COMP-3"
        when "COMPUTATIONAL-3"
        when "PACKED-DECIMAL"
            move "P" to UsageWork
        when "COMP-1"
        when "COMPUTATIONAL-1"
            move "1" to UsageWork
        when "COMP-2"
        when "COMPUTATIONAL-2"
            move "2" to UsageWork
        when "INDEX"
            move "I" to UsageWork
        when "DISPLAY"
            move "D" to UsageWork
        when other
            continue
    end-evaluate
    if UsageWork not equal to space
        move UsageWork to LE-Usage(LayoutIdx)
    end-if.
4260-Exit.
    exit.

*> Condition-names and RENAMES take no storage and are dropped.
4300-CloseEntry.
    move "N" to EntryOpen
    set ExpectNothing to true
    set LayoutIdx to NumberOfLayoutEntries
    if LE-Level(LayoutIdx) equal to 88 or LE-Level(LayoutIdx) equal to 66
        subtract 1 from NumberOfLayoutEntries
    end-if.
4300-Exit.
    exit.

*> Walks the entries with a stack of the groups above each one: an
*> entry inherits its group's OCCURS multiplier, USAGE and whether it
*> sits in a REDEFINES view. A record's length is the sum of its
*> elementary items outside any REDEFINES view.
4400-ComputeSizes.
    move zero to StackDepth
    move zero to CurrentRecord
    perform varying LayoutIdx from 1 by 1
            until LayoutIdx is greater than NumberOfLayoutEntries
        perform until StackDepth equal to zero
                or SK-Level(StackDepth) is less than LE-Level(LayoutIdx)
            subtract 1 from StackDepth
        end-perform
        if LE-Level(LayoutIdx) equal to 1 or LE-Level(LayoutIdx) equal to 77
            move zero to StackDepth
            set CurrentRecord to LayoutIdx
        end-if
        move CurrentRecord to LE-Record(LayoutIdx)

        if StackDepth equal to zero
            move LE-Occurs(LayoutIdx) to LE-Multiplier(LayoutIdx)
        else
            compute LE-Multiplier(LayoutIdx) =
                SK-Multiplier(StackDepth) * LE-Occurs(LayoutIdx)
            if LE-Usage(LayoutIdx) equal to space
                move SK-Usage(StackDepth) to LE-Usage(LayoutIdx)
            end-if
            if SK-Redefined(StackDepth) equal to "Y"
                move "Y" to LE-UnderRedefines(LayoutIdx)
            end-if
            if LE-Redefines(LayoutIdx) equal to "Y"
                move "Y" to LE-UnderRedefines(LayoutIdx)
            end-if
        end-if

        if LE-Picture(LayoutIdx) not equal to spaces
                or LE-Usage(LayoutIdx) equal to "1"
                or LE-Usage(LayoutIdx) equal to "2"
                or LE-Usage(LayoutIdx) equal to "I"
            move "Y" to LE-Elementary(LayoutIdx)
            move LE-Picture(LayoutIdx) to PictureWork
            move LE-Usage(LayoutIdx) to UsageWork
            perform 4500-PictureSize thru 4500-Exit
            compute LE-Length(LayoutIdx) =
                PictureBytes * LE-Multiplier(LayoutIdx)
            if LE-UnderRedefines(LayoutIdx) equal to "N"
                    and CurrentRecord not equal to zero
                    and CurrentRecord not equal to LayoutIdx
                add LE-Length(LayoutIdx) to LE-Length(CurrentRecord)
            end-if
        end-if

        if StackDepth is less than 50
            add 1 to StackDepth
            move LE-Level(LayoutIdx) to SK-Level(StackDepth)
            move LE-Multiplier(LayoutIdx) to SK-Multiplier(StackDepth)
            move LE-UnderRedefines(LayoutIdx) to SK-Redefined(StackDepth)
            move LE-Usage(LayoutIdx) to SK-Usage(StackDepth)
        end-if
    end-perform.
4400-Exit.
    exit.

*> Bytes one occurrence of PictureWork takes in usage UsageWork.
*> S, V and P take no character position; "(n)" repeats the symbol
*> before it n times.
4500-PictureSize.
    move zero to PictureCharacters
    move zero to PictureDigits
    move zero to PictureBytes
    move zero to PictureLength
    if PictureWork not equal to spaces
        move length(trim(PictureWork)) to PictureLength
    end-if
    move 1 to PicturePosition
    perform until PicturePosition is greater than PictureLength
        move upper-case(PictureWork(PicturePosition:1)) to PictureChar
        move 1 to RepeatCount
        if PicturePosition is less than PictureLength
                and PictureWork(PicturePosition + 1:1) equal to "("
            move zero to CloseOffset
            inspect PictureWork(PicturePosition + 2:) tallying CloseOffset
                for characters before initial ")"
            if CloseOffset is greater than zero
                move numval(PictureWork(PicturePosition + 2:CloseOffset))
                    to RepeatCount
            end-if
            compute PicturePosition = PicturePosition + CloseOffset + 3
        else
            add 1 to PicturePosition
        end-if
        evaluate PictureChar
            when "S"
            when "V"
                continue
            when "P"
                add RepeatCount to PictureDigits
            when "9"
                add RepeatCount to PictureDigits
                add RepeatCount to PictureCharacters
            when other
                add RepeatCount to PictureCharacters
        end-evaluate
    end-perform

    evaluate UsageWork
        when "B"
            evaluate true
                when PictureDigits is less than 5
                    move 2 to PictureBytes
                when PictureDigits is less than 10
                    move 4 to PictureBytes
                when other
                    move 8 to PictureBytes
            end-evaluate
        when "P"
            compute PictureBytes = PictureDigits / 2 + 1
        when "1"
            move 4 to PictureBytes
        when "2"
            move 8 to PictureBytes
        when "I"
            move 4 to PictureBytes
        when other
            move PictureCharacters to PictureBytes
    end-evaluate.
4500-Exit.
    exit.

5000-AnalyseChanges.
    if NumberOfChangeCards equal to zero
        go to 5000-Exit
    end-if
    move spaces to ReportLine
    write ReportLine
    move "PROPOSED LAYOUT CHANGES" to ReportLine
    write ReportLine
    perform 5100-AnalyseOneCard thru 5100-Exit
        varying CardIdx from 1 by 1
        until CardIdx is greater than NumberOfChangeCards.
5000-Exit.
    exit.

5100-AnalyseOneCard.
    move spaces to ReportLine
    write ReportLine
    move spaces to ReportLine
    string
        CD-Action(CardIdx) delimited by size
        " " delimited by size
        trim(CD-Member(CardIdx)) delimited by size
        " " delimited by size
        trim(CD-Field(CardIdx)) delimited by size
        " " delimited by size
        trim(CD-Picture(CardIdx)) delimited by size
        into ReportLine
    end-string
    write ReportLine

    move "N" to CardRejected
    move spaces to RejectReason
    evaluate true
        when CD-Action(CardIdx) not equal to "CHG"
                and CD-Action(CardIdx) not equal to "ADD"
                and CD-Action(CardIdx) not equal to "DEL"
            move "action must be CHG, ADD or DEL" to RejectReason
        when CD-Member(CardIdx) equal to spaces or CD-Field(CardIdx) equal to spaces
            move "member and field are both required" to RejectReason
        when CD-Action(CardIdx) not equal to "DEL" and CD-Picture(CardIdx) equal to spaces
            move "a new picture is required" to RejectReason
        when other
            continue
    end-evaluate
    if RejectReason not equal to spaces
        perform 5900-RejectCard thru 5900-Exit
        go to 5100-Exit
    end-if

*> The card's picture is PICTURE-string [usage]; a leading PIC word
*> is allowed.
    move spaces to CardWords
    unstring CD-Picture(CardIdx) delimited by all " "
        into CardWord(1) CardWord(2) CardWord(3)
    end-unstring
    if upper-case(CardWord(1)) equal to "PIC" or upper-case(CardWord(1)) equal to "PICTURE"
        move CardWord(2) to NewPicture
        move CardWord(3) to NewUsageWord
    else
        move CardWord(1) to NewPicture
        move CardWord(2) to NewUsageWord
    end-if

    move zero to CardCopiesSeen
    move zero to CardFieldsFound
    perform 5200-AnalyseOneCopy thru 5200-Exit
        varying CopyIdx from 1 by 1
        until CopyIdx is greater than NumberOfCopies
        or CardRejected equal to "Y"

    evaluate true
        when CardRejected equal to "Y"
            continue
        when CardCopiesSeen equal to zero
            move "no copybook of that name in the tree" to RejectReason
            perform 5900-RejectCard thru 5900-Exit
        when CardFieldsFound equal to zero
            move "no such field in any copy of the member" to RejectReason
            perform 5900-RejectCard thru 5900-Exit
        when other
            add 1 to CardsAnalysed
    end-evaluate.
5100-Exit.
    exit.

5200-AnalyseOneCopy.
    if not CopyIsCopybook(CopyIdx)
            or upper-case(CP-Name(CopyIdx)) not equal to upper-case(CD-Member(CardIdx))
        go to 5200-Exit
    end-if
    add 1 to CardCopiesSeen
    set LayoutCopy to CopyIdx
    perform 4000-ParseLayout thru 4000-Exit

    move zero to FieldIdx
    perform varying LayoutIdx from 1 by 1
            until LayoutIdx is greater than NumberOfLayoutEntries
        if upper-case(LE-Name(LayoutIdx)) equal to upper-case(CD-Field(CardIdx))
                and FieldIdx equal to zero
            set FieldIdx to LayoutIdx
        end-if
    end-perform
    if FieldIdx equal to zero
        move spaces to ReportLine
        string
            "  " delimited by size
            trim(CP-Path(LayoutCopy)) delimited by size
            ": no field " delimited by size
            trim(CD-Field(CardIdx)) delimited by size
            " in this copy" delimited by size
            into ReportLine
        end-string
        write ReportLine
        go to 5200-Exit
    end-if
    add 1 to CardFieldsFound

    if CD-Action(CardIdx) equal to "CHG" and LE-Elementary(FieldIdx) not equal to "Y"
        move "CHG applies to an elementary item - change its fields instead"
            to RejectReason
        perform 5900-RejectCard thru 5900-Exit
        go to 5200-Exit
    end-if
    if LE-Level(FieldIdx) equal to 1 or LE-Level(FieldIdx) equal to 77
        if CD-Action(CardIdx) not equal to "CHG"
            move "ADD and DEL work on a field within a record" to RejectReason
            perform 5900-RejectCard thru 5900-Exit
            go to 5200-Exit
        end-if
    end-if

    perform 5300-SizeTheChange thru 5300-Exit
    perform 5400-WriteLengthChange thru 5400-Exit
    perform 5500-WriteAffected thru 5500-Exit.
5200-Exit.
    exit.

*> The field's bytes now and after the change. A group's bytes are
*> those of its elementary items outside any REDEFINES view below it.
5300-SizeTheChange.
    move LE-Record(FieldIdx) to FieldRecord
    move LE-Length(FieldRecord) to OldRecordLength
    move LE-Level(FieldIdx) to FieldLevel
    compute FieldParentMultiplier =
        LE-Multiplier(FieldIdx) / LE-Occurs(FieldIdx)

    move zero to OldFieldBytes
    if LE-Elementary(FieldIdx) equal to "Y"
        move LE-Length(FieldIdx) to OldFieldBytes
    else
        move "N" to GroupEnded
        perform varying ScanLevelIdx from FieldIdx by 1
                until ScanLevelIdx is greater than NumberOfLayoutEntries
                or GroupEnded equal to "Y"
            if ScanLevelIdx is greater than FieldIdx
                    and LE-Level(ScanLevelIdx) is not greater than FieldLevel
                move "Y" to GroupEnded
            else
                if LE-Elementary(ScanLevelIdx) equal to "Y"
                        and (LE-UnderRedefines(ScanLevelIdx) equal to "N"
                            or LE-UnderRedefines(FieldIdx) equal to "Y")
                    add LE-Length(ScanLevelIdx) to OldFieldBytes
                end-if
            end-if
        end-perform
    end-if

    move zero to NewFieldBytes
    if CD-Action(CardIdx) not equal to "DEL"
        move NewPicture to PictureWork
        move upper-case(NewUsageWord) to UpperBare
        move space to UsageWork
        perform 4260-TakeUsage thru 4260-Exit
        if UsageWork equal to space and CD-Action(CardIdx) equal to "CHG"
            move LE-Usage(FieldIdx) to UsageWork
        end-if
        perform 4500-PictureSize thru 4500-Exit
        if CD-Action(CardIdx) equal to "CHG"
            compute NewFieldBytes = PictureBytes * LE-Multiplier(FieldIdx)
        else
            compute NewFieldBytes = PictureBytes * FieldParentMultiplier
        end-if
    end-if

    evaluate CD-Action(CardIdx)
        when "CHG"
            compute LengthChange = NewFieldBytes - OldFieldBytes
        when "ADD"
            move NewFieldBytes to LengthChange
        when other
            compute LengthChange = zero - OldFieldBytes
    end-evaluate
    if LE-UnderRedefines(FieldIdx) equal to "Y"
            or FieldIdx equal to FieldRecord and LE-Redefines(FieldIdx) equal to "Y"
        move OldRecordLength to NewRecordLength
    else
        compute NewRecordLength = OldRecordLength + LengthChange
    end-if.
5300-Exit.
    exit.

5400-WriteLengthChange.
    move spaces to ReportLine
    move 1 to ReportPointer
    string
        "  " delimited by size
        trim(CP-Path(LayoutCopy)) delimited by size
        ": " delimited by size
        trim(LE-Name(FieldIdx)) delimited by size
        into ReportLine
        with pointer ReportPointer
    end-string
    if LE-Picture(FieldIdx) not equal to spaces
        string
            " pic " delimited by size
            trim(LE-Picture(FieldIdx)) delimited by size
            into ReportLine
            with pointer ReportPointer
        end-string
    end-if
    move OldFieldBytes to LengthDisplay
    string
        " - " delimited by size
        trim(LengthDisplay) delimited by size
        " byte(s)" delimited by size
        into ReportLine
        with pointer ReportPointer
    end-string
    evaluate CD-Action(CardIdx)
        when "CHG"
            move NewFieldBytes to LengthDisplay
            string
                " now, " delimited by size
                trim(LengthDisplay) delimited by size
                " as " delimited by size
                trim(CD-Picture(CardIdx)) delimited by size
                into ReportLine
                with pointer ReportPointer
            end-string
        when "ADD"
            move NewFieldBytes to LengthDisplay
            string
                "; new field after it " delimited by size
                trim(LengthDisplay) delimited by size
                " byte(s)" delimited by size
                into ReportLine
                with pointer ReportPointer
            end-string
        when other
            string ", removed" delimited by size
                into ReportLine with pointer ReportPointer
            end-string
    end-evaluate
    write ReportLine

    move OldRecordLength to LengthDisplay
    move spaces to ReportLine
    move 1 to ReportPointer
    string
        "  record " delimited by size
        trim(LE-Name(FieldRecord)) delimited by size
        " length " delimited by size
        trim(LengthDisplay) delimited by size
        into ReportLine
        with pointer ReportPointer
    end-string
    move NewRecordLength to LengthDisplay
    move LengthChange to SignedDisplay
    if NewRecordLength equal to OldRecordLength
        string " - unchanged" delimited by size
            into ReportLine with pointer ReportPointer
        end-string
    else
        string
            " -> " delimited by size
            trim(LengthDisplay) delimited by size
            " (" delimited by size
            trim(SignedDisplay) delimited by size
            ")" delimited by size
            into ReportLine
            with pointer ReportPointer
        end-string
    end-if
    write ReportLine

    if LE-UnderRedefines(FieldIdx) equal to "Y"
        move "  the field lies in a REDEFINES view: the record keeps its length while the view still fits"
            to ReportLine
        write ReportLine
    end-if.
5400-Exit.
    exit.

*> The programs that copy this copy of the member, then - when the
*> record's length moves - each data file the record describes, with
*> the programs that open the file through a layout of their own.
5500-WriteAffected.
    move "  programs copying the member:" to ReportLine
    write ReportLine
    move zero to UsagesShown
    perform 3400-WriteOneUser thru 3400-Exit
        varying UsageIdx from 1 by 1
        until UsageIdx is greater than NumberOfUsages
    if UsagesShown equal to zero
        move "        (none)" to ReportLine
        write ReportLine
    end-if

    if NewRecordLength equal to OldRecordLength
        move "  no data file changes record length" to ReportLine
        write ReportLine
        go to 5500-Exit
    end-if

    move zero to NumberOfAffectedFiles
    perform varying UsageIdx from 1 by 1
            until UsageIdx is greater than NumberOfUsages
        if US-Copy(UsageIdx) equal to LayoutCopy
                and US-File(UsageIdx) not equal to spaces
            move "N" to AlreadyListed
            perform varying AffectedIdx from 1 by 1
                    until AffectedIdx is greater than NumberOfAffectedFiles
                if AffectedFile(AffectedIdx) equal to US-File(UsageIdx)
                    move "Y" to AlreadyListed
                end-if
            end-perform
            if AlreadyListed equal to "N" and NumberOfAffectedFiles is less than 100
                add 1 to NumberOfAffectedFiles
                move US-File(UsageIdx) to AffectedFile(NumberOfAffectedFiles)
            end-if
        end-if
    end-perform

    if NumberOfAffectedFiles equal to zero
        move "  data files whose record length changes: none - the member is copied into storage only"
            to ReportLine
        write ReportLine
        go to 5500-Exit
    end-if
    move "  data files whose record length changes:" to ReportLine
    write ReportLine
    perform 5600-WriteAffectedFile thru 5600-Exit
        varying AffectedIdx from 1 by 1
        until AffectedIdx is greater than NumberOfAffectedFiles.
5500-Exit.
    exit.

5600-WriteAffectedFile.
    move spaces to ReportLine
    string
        "        " delimited by size
        AffectedFile(AffectedIdx) delimited by size
        into ReportLine
    end-string
    write ReportLine

    perform varying FileUseIdx from 1 by 1
            until FileUseIdx is greater than NumberOfFileUses
        if FU-File(FileUseIdx) equal to AffectedFile(AffectedIdx)
            move FU-Program(FileUseIdx) to OtherProgram
            move "N" to ProgramCopiesMember
            perform varying UsageIdx from 1 by 1
                    until UsageIdx is greater than NumberOfUsages
                if US-Copy(UsageIdx) equal to LayoutCopy
                        and US-Program(UsageIdx) equal to OtherProgram
                    move "Y" to ProgramCopiesMember
                end-if
            end-perform
            if ProgramCopiesMember equal to "N"
                move spaces to ReportLine
                string
                    "            also opened by " delimited by size
                    trim(PG-Path(OtherProgram)) delimited by size
                    " through a layout of its own" delimited by size
                    into ReportLine
                end-string
                write ReportLine
            end-if
        end-if
    end-perform.
5600-Exit.
    exit.

5900-RejectCard.
    move "Y" to CardRejected
    add 1 to CardsRejected
    move spaces to ReportLine
    string
        "  ** REJECTED - " delimited by size
        trim(RejectReason) delimited by size
        into ReportLine
    end-string
    write ReportLine.
5900-Exit.
    exit.

8000-SetReturnCode.
    if TablesOverflowed is greater than zero
            or DriftedCopies is greater than zero
            or UnresolvedCopies is greater than zero
            or CardsRejected is greater than zero
        set BatchCompletedWithWarnings to true
    else
        set BatchCompletedNormally to true
    end-if.
8000-Exit.
    exit.

9000-Terminate.
    move spaces to ReportLine
    write ReportLine
    move SourcesSwept to CountDisplay
    move spaces to ReportLine
    string "Programs swept             " delimited by size
        CountDisplay delimited by size into ReportLine
    end-string
    write ReportLine
    move MembersListed to CountDisplay
    move spaces to ReportLine
    string "Members                    " delimited by size
        CountDisplay delimited by size into ReportLine
    end-string
    write ReportLine
    move NumberOfCopies to CountDisplay
    move spaces to ReportLine
    string "  copies                   " delimited by size
        CountDisplay delimited by size into ReportLine
    end-string
    write ReportLine
    move DriftedCopies to CountDisplay
    move spaces to ReportLine
    string "  copies drifted           " delimited by size
        CountDisplay delimited by size into ReportLine
    end-string
    write ReportLine
    move UnusedMembers to CountDisplay
    move spaces to ReportLine
    string "  not used                 " delimited by size
        CountDisplay delimited by size into ReportLine
    end-string
    write ReportLine
    move UnresolvedCopies to CountDisplay
    move spaces to ReportLine
    string "COPYs with no member       " delimited by size
        CountDisplay delimited by size into ReportLine
    end-string
    write ReportLine
    move CardsAnalysed to CountDisplay
    move spaces to ReportLine
    string "Changes analysed           " delimited by size
        CountDisplay delimited by size into ReportLine
    end-string
    write ReportLine
    move CardsRejected to CountDisplay
    move spaces to ReportLine
    string "Changes rejected           " delimited by size
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
        display "CopybookWhereUsed: " trim(CountDisplay)
            " entries dropped - a table is full"
    end-if
    if SourcesMissing is greater than zero
        move SourcesMissing to CountDisplay
        display "CopybookWhereUsed: " trim(CountDisplay)
            " listed source(s) could not be opened"
    end-if
    close WhereUsedReport.
9000-Exit.
    exit.

end program CopybookWhereUsed.
