identification division.
program-id. ChainCacheVerify.

*> Integrity check and rebuild of ChainResultCache.dat.
*> NumberChainReport answers every number it finds in the cache
*> without recomputing it, so one wrong entry - written by an older
*> build of the chain routines, or before the 99-step guard - would
*> be repeated by every later batch and every range scan. This run
*> recomputes cached entries through the current
*> computeNumberChainVariant, in each entry's own ordering mode and
*> number base, and compares chain length, terminal value, cycle
*> length and cycle entry step with what the cache holds.
*>
*> ChainCacheVerifyParms.dat picks how much is rechecked: "A" for
*> every entry, or "S nnnn" for every nnnn-th entry (the first, the
*> nnnn+1-th, ...). No parm file means all of them. Unchecked
*> entries are only as good as the build that wrote them: once any
*> entry from a build disagrees, that build's unchecked entries are
*> quarantined with it rather than trusted on the strength of a
*> sample that has just proved the build wrong.
*>
*> What is quarantined - entries that recompute differently, the
*> unchecked entries of a failed build, unreadable records, and
*> later duplicates of a key already kept - is appended to
*> ChainCacheQuarantine.dat with the run date and the reason, and
*> ChainResultCache.dat is rewritten with the rest, every line in
*> the full current layout. An entry that rechecked clean is
*> restamped with the current build, since that build now stands
*> behind the answer; an unchecked entry keeps the stamp of the
*> build it came from. ChainCacheVerifyReport.dat lists each
*> quarantined entry and totals the cache by build and ordering
*> pair (mode/base). Return code 4 when anything was quarantined.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
file-control.
    select VerifyParms assign to "ChainCacheVerifyParms.dat"
        organization is line sequential
        file status is VerifyParmsStatus.
    select ChainResultCache assign to "ChainResultCache.dat"
        organization is line sequential
        file status is ChainResultCacheStatus.
    select CacheQuarantine assign to "ChainCacheQuarantine.dat"
        organization is line sequential
        file status is CacheQuarantineStatus.
    select VerifyReport assign to "ChainCacheVerifyReport.dat"
        organization is line sequential.

data division.
file section.
    fd VerifyParms.
        01 VerifyParmRecord.
            02 VP-Scope    pic x.
                88 VerifyAllEntries value "A".
                88 VerifySample     value "S".
            02 filler      pic x.
            02 VP-Interval pic 9(4).

    fd ChainResultCache.
        copy ChainCacheRecord.
        01 ChainCacheLine pic x(45).

    fd CacheQuarantine.
        01 QuarantineLine.
            02 QL-RunDate pic 9(8).
            02 filler     pic x.
            02 QL-Entry   pic x(45).
            02 filler     pic x.
            02 QL-Reason  pic x(45).

    fd VerifyReport.
        01 ReportLine pic x(100).

working-storage section.
    01 VerifyParmsStatus pic xx value spaces.
        88 VerifyParmsFound value "00".
        88 VerifyParmsNotFound value "35".
    01 ChainResultCacheStatus pic xx value spaces.
        88 ChainResultCacheNotFound value "35".
        88 EndOfChainResultCache value "10".
    01 CacheQuarantineStatus pic xx value spaces.
        88 CacheQuarantineNotFound value "35".

    01 SampleInterval pic 9(4) value 1.
    01 RunDate pic 9(8) value zero.
    copy ChainRoutineBuild.

*> The whole cache is held in storage so it can be rewritten; the
*> table is the same size as NumberChainReport's, which never
*> writes more entries than that.
    01 CacheEntries.
        02 CacheEntry occurs 1 to 5000 times depending on NumberOfCacheEntries
                indexed by CacheIdx.
            03 CE-Raw         pic x(45).
            03 CE-Number      pic 9(9).
            03 CE-Mode        pic x.
            03 CE-Length      pic 999.
            03 CE-Terminal    pic 9(9).
            03 CE-CycleLength pic 999.
            03 CE-EntryStep   pic 999.
            03 CE-Radix       pic 99.
            03 CE-Build       pic x(8).
            03 CE-Disposition pic x.
                88 EntryUndecided   value space.
                88 EntryVerified    value "V".
                88 EntryKept        value "K".
                88 EntryQuarantined value "Q".
            03 CE-Reason      pic x(45).
    01 NumberOfCacheEntries pic 9(4) value zero.
    01 CacheOverflow pic 9 value zero usage binary.
        88 CacheIsTooLarge value 1.
    01 EarlierIdx pic 9(4) value zero.
    01 EntryOrdinal pic 9(4) value zero.

    01 NumberToCompute pic 9(9) value zero.
    01 OrderingMode pic x value space.
    01 Radix pic 99 value 10.
    01 NumberOfChains pic 999 value zero.
        88 ChainDidNotRepeat value 999.
    01 ChainPath.
        02 ChainPathStep occurs 1 to 99 times depending on NumberOfChains.
            03 filler pic 9(9).
    01 CycleScanIdx pic 99 value zero.
    01 NewTerminal pic 9(9) value zero.
    01 NewCycleLength pic 999 value zero.
    01 NewEntryStep pic 999 value zero.

*> Builds with at least one entry that recomputed differently.
    01 FailedBuilds.
        02 FailedBuild pic x(8) occurs 50 times indexed by FailedIdx.
    01 NumberOfFailedBuilds pic 99 value zero.
    01 BuildHasFailed pic 9 value zero usage binary.
        88 EntryBuildHasFailed value 1.

*> Totals by the build each entry came from and its ordering pair.
    01 PairTotals.
        02 PairTotal occurs 100 times indexed by PairIdx.
            03 PT-Build       pic x(8).
            03 PT-Mode        pic x.
            03 PT-Radix       pic 99.
            03 PT-Entries     pic 9(4).
            03 PT-Checked     pic 9(4).
            03 PT-Agreed      pic 9(4).
            03 PT-Quarantined pic 9(4).
    01 NumberOfPairs pic 999 value zero.
    01 PairFound pic 999 value zero.
    01 BuildShown pic x(8) value spaces.

    01 EntriesChecked pic 9(4) value zero.
    01 EntriesAgreed pic 9(4) value zero.
    01 EntriesDisagreed pic 9(4) value zero.
    01 EntriesQuarantined pic 9(4) value zero.
    01 EntriesKept pic 9(4) value zero.

*> Numbers are shown in the base they were run in, zero-padded to
*> the digit count that base allows, as NumberChainReport shows them.
    01 RadixDigits pic x(16) value "0123456789ABCDEF".
    01 DisplayWidth pic 99 value 9.
    01 PowerValue pic 9(11) value zero.
    01 FormatValue pic 9(9) value zero.
    01 FormattedNumber pic x(29) value spaces.
    01 RemainingValue pic 9(9) value zero.
    01 QuotientValue pic 9(9) value zero.
    01 DigitValue pic 99 value zero.
    01 DigitPlace pic 99 value zero.
    01 NumberText pic x(29) value spaces.

    copy BatchReturnCode.

procedure division.

0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    if BatchCompletedWithErrors
        perform 9000-Terminate thru 9000-Exit
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 2000-LoadCache thru 2000-Exit
    if BatchCompletedWithErrors or NumberOfCacheEntries equal to zero
        perform 9000-Terminate thru 9000-Exit
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 3000-VerifyEntries thru 3000-Exit
    perform 4000-DecideUnchecked thru 4000-Exit
    perform 4500-QuarantineDuplicates thru 4500-Exit
    perform 5000-RebuildCache thru 5000-Exit
    perform 6000-WriteTotals thru 6000-Exit
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
    move BatchReturnCode to return-code
    stop run.

1000-Initialize.
    move current-date(1:8) to RunDate
    open output VerifyReport
    move spaces to ReportLine
    string
        "Chain result cache verification " delimited by size
        RunDate delimited by size
        " - current build " delimited by size
        ChainRoutineBuild delimited by size
        into ReportLine
    end-string
    write ReportLine

    open input VerifyParms
    if VerifyParmsFound
        read VerifyParms
            at end
                move "A" to VP-Scope
        end-read
        close VerifyParms
        evaluate true
            when VerifyAllEntries
                move 1 to SampleInterval
            when VerifySample and VP-Interval is numeric
                    and VP-Interval is greater than zero
                move VP-Interval to SampleInterval
            when other
                move "  REJECTED: ChainCacheVerifyParms.dat is not A or S nnnn"
                    to ReportLine
                write ReportLine
                display "ChainCacheVerify: parm record is not A or S nnnn"
                set BatchCompletedWithErrors to true
                go to 1000-Exit
        end-evaluate
    end-if

    move spaces to ReportLine
    if SampleInterval equal to 1
        move "Scope: every entry rechecked" to ReportLine
    else
        string
            "Scope: one entry in every " delimited by size
            SampleInterval delimited by size
            " rechecked" delimited by size
            into ReportLine
        end-string
    end-if
    write ReportLine
    move spaces to ReportLine
    write ReportLine.
1000-Exit.
    exit.

*> An entry is readable when every field is numeric where it should
*> be and the mode is one computeNumberChainVariant knows. A blank
*> base is a base 10 entry from before bases were recorded.
2000-LoadCache.
    open input ChainResultCache
    if ChainResultCacheNotFound
        move "No ChainResultCache.dat on file - nothing to verify"
            to ReportLine
        write ReportLine
        display "ChainCacheVerify: no ChainResultCache.dat on file"
        set BatchCompletedWithWarnings to true
        go to 2000-Exit
    end-if

    perform 2100-ReadCacheRecord thru 2100-Exit
    perform until EndOfChainResultCache or CacheIsTooLarge
        if ChainCacheLine not equal to spaces
            if NumberOfCacheEntries equal to 5000
                move 1 to CacheOverflow
            else
                perform 2200-TakeCacheRecord thru 2200-Exit
            end-if
        end-if
        perform 2100-ReadCacheRecord thru 2100-Exit
    end-perform
    close ChainResultCache

    if CacheIsTooLarge
        move "  REJECTED: more than 5000 cache entries - cache left as it is"
            to ReportLine
        write ReportLine
        display "ChainCacheVerify: more than 5000 cache entries"
        set BatchCompletedWithErrors to true
    end-if.
2000-Exit.
    exit.

2100-ReadCacheRecord.
    read ChainResultCache
        at end set EndOfChainResultCache to true
    end-read.
2100-Exit.
    exit.

2200-TakeCacheRecord.
    add 1 to NumberOfCacheEntries
    set CacheIdx to NumberOfCacheEntries
    move ChainCacheLine to CE-Raw(CacheIdx)
    move space to CE-Disposition(CacheIdx)
    move spaces to CE-Reason(CacheIdx)
    move CC-Build to CE-Build(CacheIdx)
    move zero to CE-Radix(CacheIdx)

    if CC-Number is not numeric or CC-Length is not numeric
            or CC-Terminal is not numeric or CC-CycleLength is not numeric
            or CC-EntryStep is not numeric
            or not (CC-Mode equal to "D" or "S" or "P")
            or not (CC-Radix is numeric or CC-Radix equal to spaces)
        set EntryQuarantined(CacheIdx) to true
        move "unreadable record" to CE-Reason(CacheIdx)
        go to 2200-Exit
    end-if

    move CC-Number to CE-Number(CacheIdx)
    move CC-Mode to CE-Mode(CacheIdx)
    move CC-Length to CE-Length(CacheIdx)
    move CC-Terminal to CE-Terminal(CacheIdx)
    move CC-CycleLength to CE-CycleLength(CacheIdx)
    move CC-EntryStep to CE-EntryStep(CacheIdx)
    if CC-Radix equal to spaces
        move 10 to CE-Radix(CacheIdx)
    else
        move CC-Radix to CE-Radix(CacheIdx)
    end-if
    if CE-Radix(CacheIdx) is less than 2 or CE-Radix(CacheIdx) is greater than 16
        set EntryQuarantined(CacheIdx) to true
        move "unreadable record" to CE-Reason(CacheIdx)
    end-if.
2200-Exit.
    exit.

3000-VerifyEntries.
    perform varying CacheIdx from 1 by 1
            until CacheIdx is greater than NumberOfCacheEntries
        set EntryOrdinal to CacheIdx
        if EntryUndecided(CacheIdx)
                and mod(EntryOrdinal - 1, SampleInterval) equal to zero
            perform 3100-RecheckEntry thru 3100-Exit
        end-if
    end-perform.
3000-Exit.
    exit.

*> The terminal value, cycle length and entry step are worked out
*> from the recomputed path exactly as NumberChainReport works them
*> out before caching them.
3100-RecheckEntry.
    add 1 to EntriesChecked
    move CE-Number(CacheIdx) to NumberToCompute
    move CE-Mode(CacheIdx) to OrderingMode
    move CE-Radix(CacheIdx) to Radix
    call "computeNumberChainVariant" using NumberToCompute, OrderingMode,
        NumberOfChains, ChainPath, Radix

    move zero to NewTerminal NewCycleLength NewEntryStep
    if not ChainDidNotRepeat
        move ChainPathStep(NumberOfChains) to NewTerminal
        perform varying CycleScanIdx from 1 by 1
                until CycleScanIdx is not less than NumberOfChains
            if ChainPathStep(CycleScanIdx) equal to NewTerminal
                    and NewEntryStep equal to zero
                move CycleScanIdx to NewEntryStep
            end-if
        end-perform
        if NewEntryStep is greater than zero
            compute NewCycleLength = NumberOfChains - NewEntryStep
        end-if
    end-if

    if NumberOfChains equal to CE-Length(CacheIdx)
            and NewTerminal equal to CE-Terminal(CacheIdx)
            and NewCycleLength equal to CE-CycleLength(CacheIdx)
            and NewEntryStep equal to CE-EntryStep(CacheIdx)
        add 1 to EntriesAgreed
        set EntryVerified(CacheIdx) to true
        go to 3100-Exit
    end-if

    add 1 to EntriesDisagreed
    set EntryQuarantined(CacheIdx) to true
    move "recomputed differently" to CE-Reason(CacheIdx)
    perform 3200-NoteFailedBuild thru 3200-Exit

    move CE-Number(CacheIdx) to FormatValue
    perform 7000-FormatInRadix thru 7000-Exit
    move FormattedNumber(1:DisplayWidth) to NumberText
    move spaces to ReportLine
    string
        "  " delimited by size
        NumberText delimited by space
        " " delimited by size
        OrderingMode delimited by size
        "/" delimited by size
        Radix delimited by size
        " build " delimited by size
        CE-Build(CacheIdx) delimited by size
        ": cached length " delimited by size
        CE-Length(CacheIdx) delimited by size
        " cycle " delimited by size
        CE-CycleLength(CacheIdx) delimited by size
        "@" delimited by size
        CE-EntryStep(CacheIdx) delimited by size
        ", now " delimited by size
        NumberOfChains delimited by size
        " cycle " delimited by size
        NewCycleLength delimited by size
        "@" delimited by size
        NewEntryStep delimited by size
        into ReportLine
    end-string
    write ReportLine.
3100-Exit.
    exit.

3200-NoteFailedBuild.
    move zero to BuildHasFailed
    perform varying FailedIdx from 1 by 1
            until FailedIdx is greater than NumberOfFailedBuilds
        if FailedBuild(FailedIdx) equal to CE-Build(CacheIdx)
            move 1 to BuildHasFailed
        end-if
    end-perform
    if not EntryBuildHasFailed and NumberOfFailedBuilds is less than 50
        add 1 to NumberOfFailedBuilds
        move CE-Build(CacheIdx) to FailedBuild(NumberOfFailedBuilds)
    end-if.
3200-Exit.
    exit.

4000-DecideUnchecked.
    perform varying CacheIdx from 1 by 1
            until CacheIdx is greater than NumberOfCacheEntries
        if EntryUndecided(CacheIdx)
            move zero to BuildHasFailed
            perform varying FailedIdx from 1 by 1
                    until FailedIdx is greater than NumberOfFailedBuilds
                if FailedBuild(FailedIdx) equal to CE-Build(CacheIdx)
                    move 1 to BuildHasFailed
                end-if
            end-perform
            if EntryBuildHasFailed
                set EntryQuarantined(CacheIdx) to true
                move "unchecked, from a failed build"
                    to CE-Reason(CacheIdx)
            else
                set EntryKept(CacheIdx) to true
            end-if
        end-if
    end-perform.
4000-Exit.
    exit.

*> The first good entry for a number, mode and base is the one kept.
4500-QuarantineDuplicates.
    perform varying CacheIdx from 2 by 1
            until CacheIdx is greater than NumberOfCacheEntries
        if EntryVerified(CacheIdx) or EntryKept(CacheIdx)
            perform varying EarlierIdx from 1 by 1
                    until EarlierIdx is not less than CacheIdx
                        or EntryQuarantined(CacheIdx)
                if (EntryVerified(EarlierIdx) or EntryKept(EarlierIdx))
                        and CE-Number(EarlierIdx) equal to CE-Number(CacheIdx)
                        and CE-Mode(EarlierIdx) equal to CE-Mode(CacheIdx)
                        and CE-Radix(EarlierIdx) equal to CE-Radix(CacheIdx)
                    set EntryQuarantined(CacheIdx) to true
                    move "duplicate of an earlier entry" to CE-Reason(CacheIdx)
                end-if
            end-perform
        end-if
    end-perform.
4500-Exit.
    exit.

5000-RebuildCache.
    open extend CacheQuarantine
    if CacheQuarantineNotFound
        open output CacheQuarantine
    end-if
    open output ChainResultCache
    perform varying CacheIdx from 1 by 1
            until CacheIdx is greater than NumberOfCacheEntries
        perform 5300-CountPair thru 5300-Exit
        if EntryQuarantined(CacheIdx)
            perform 5100-QuarantineEntry thru 5100-Exit
        else
            perform 5200-KeepEntry thru 5200-Exit
        end-if
    end-perform
    close ChainResultCache
    close CacheQuarantine.
5000-Exit.
    exit.

5100-QuarantineEntry.
    add 1 to EntriesQuarantined
    move spaces to QuarantineLine
    move RunDate to QL-RunDate
    move CE-Raw(CacheIdx) to QL-Entry
    move CE-Reason(CacheIdx) to QL-Reason
    write QuarantineLine

    if CE-Reason(CacheIdx) equal to "recomputed differently"
        go to 5100-Exit
    end-if
    move spaces to ReportLine
    string
        "  quarantined: " delimited by size
        trim(CE-Raw(CacheIdx)) delimited by size
        " - " delimited by size
        CE-Reason(CacheIdx) delimited by size
        into ReportLine
    end-string
    write ReportLine.
5100-Exit.
    exit.

5200-KeepEntry.
    add 1 to EntriesKept
    if EntryVerified(CacheIdx)
        move ChainRoutineBuild to CE-Build(CacheIdx)
    end-if
    move spaces to ChainCacheRecord
    move CE-Number(CacheIdx) to CC-Number
    move CE-Mode(CacheIdx) to CC-Mode
    move CE-Length(CacheIdx) to CC-Length
    move CE-Terminal(CacheIdx) to CC-Terminal
    move CE-CycleLength(CacheIdx) to CC-CycleLength
    move CE-EntryStep(CacheIdx) to CC-EntryStep
    move CE-Radix(CacheIdx) to CC-Radix
    move CE-Build(CacheIdx) to CC-Build
    write ChainCacheRecord.
5200-Exit.
    exit.

*> An unreadable record has no trustworthy build or pair of its
*> own; it is totalled under its build as it appears on the line
*> and a "?" pair.
5300-CountPair.
    if CE-Reason(CacheIdx) equal to "unreadable record"
        move "?" to CE-Mode(CacheIdx)
    end-if
    move zero to PairFound
    perform varying PairIdx from 1 by 1
            until PairIdx is greater than NumberOfPairs or PairFound is greater than zero
        if PT-Build(PairIdx) equal to CE-Build(CacheIdx)
                and PT-Mode(PairIdx) equal to CE-Mode(CacheIdx)
                and PT-Radix(PairIdx) equal to CE-Radix(CacheIdx)
            set PairFound to PairIdx
        end-if
    end-perform
    if PairFound equal to zero
        if NumberOfPairs equal to 100
            go to 5300-Exit
        end-if
        add 1 to NumberOfPairs
        move NumberOfPairs to PairFound
        move CE-Build(CacheIdx) to PT-Build(PairFound)
        move CE-Mode(CacheIdx) to PT-Mode(PairFound)
        move CE-Radix(CacheIdx) to PT-Radix(PairFound)
        move zero to PT-Entries(PairFound) PT-Checked(PairFound)
        move zero to PT-Agreed(PairFound) PT-Quarantined(PairFound)
    end-if
    add 1 to PT-Entries(PairFound)
    if EntryVerified(CacheIdx)
            or CE-Reason(CacheIdx) equal to "recomputed differently"
        add 1 to PT-Checked(PairFound)
    end-if
    if EntryVerified(CacheIdx)
        add 1 to PT-Agreed(PairFound)
    end-if
    if EntryQuarantined(CacheIdx)
        add 1 to PT-Quarantined(PairFound)
    end-if.
5300-Exit.
    exit.

6000-WriteTotals.
    move spaces to ReportLine
    write ReportLine
    move "Build     Pair  Entries  Checked  Agreed  Quarantined" to ReportLine
    write ReportLine
    perform varying PairIdx from 1 by 1
            until PairIdx is greater than NumberOfPairs
        move PT-Build(PairIdx) to BuildShown
        if BuildShown equal to spaces
            move "unknown" to BuildShown
        end-if
        move spaces to ReportLine
        string
            BuildShown delimited by size
            "  " delimited by size
            PT-Mode(PairIdx) delimited by size
            "/" delimited by size
            PT-Radix(PairIdx) delimited by size
            "  " delimited by size
            PT-Entries(PairIdx) delimited by size
            "     " delimited by size
            PT-Checked(PairIdx) delimited by size
            "     " delimited by size
            PT-Agreed(PairIdx) delimited by size
            "    " delimited by size
            PT-Quarantined(PairIdx) delimited by size
            into ReportLine
        end-string
        write ReportLine
    end-perform

    move spaces to ReportLine
    write ReportLine
    move spaces to ReportLine
    string
        NumberOfCacheEntries delimited by size
        " entries: " delimited by size
        EntriesChecked delimited by size
        " rechecked, " delimited by size
        EntriesAgreed delimited by size
        " agreed, " delimited by size
        EntriesDisagreed delimited by size
        " disagreed" delimited by size
        into ReportLine
    end-string
    write ReportLine
    move spaces to ReportLine
    string
        "Cache rebuilt with " delimited by size
        EntriesKept delimited by size
        " entries, " delimited by size
        EntriesQuarantined delimited by size
        " quarantined to ChainCacheQuarantine.dat" delimited by size
        into ReportLine
    end-string
    write ReportLine.
6000-Exit.
    exit.

*> FormatValue written as DisplayWidth digits of base Radix,
*> zero-padded on the left.
7000-FormatInRadix.
    move zero to DisplayWidth
    move 1 to PowerValue
    perform until PowerValue * Radix is greater than 1000000000
        multiply Radix by PowerValue
        add 1 to DisplayWidth
    end-perform
    move all "0" to FormattedNumber
    move FormatValue to RemainingValue
    move DisplayWidth to DigitPlace
    perform until RemainingValue equal to zero or DigitPlace equal to zero
        divide RemainingValue by Radix giving QuotientValue
            remainder DigitValue
        move RadixDigits(DigitValue + 1:1) to FormattedNumber(DigitPlace:1)
        subtract 1 from DigitPlace
        move QuotientValue to RemainingValue
    end-perform.
7000-Exit.
    exit.

8000-SetReturnCode.
    if EntriesQuarantined is greater than zero
        set BatchCompletedWithWarnings to true
    else
        set BatchCompletedNormally to true
    end-if.
8000-Exit.
    exit.

9000-Terminate.
    display "ChainCacheVerify: " EntriesChecked " rechecked, "
        EntriesQuarantined " quarantined"
    close VerifyReport.
9000-Exit.
    exit.

end program ChainCacheVerify.
