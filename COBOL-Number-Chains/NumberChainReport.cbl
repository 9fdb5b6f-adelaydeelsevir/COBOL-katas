*> to try. Drives computeNumberChainVariant in its default "D" mode
*> (the original descending-minus-ascending transform) so the report
*> can also print every intermediate result, not just the count.
*>
*> Chains can be followed in any base from 2 to 16. A deck line
*> "BASE nn" switches every number after it - single starting
*> numbers, range bounds, and the numbers written to the summary -
*> to base nn, with A-F as the digits past 9; the deck starts in
*> base 10, so a deck without BASE lines runs exactly as it always
*> did. A base allows as many digits as keep its largest number
*> within the chain routines' nine decimal digits (29 in base 2, 7
*> in base 16), and the summary shows numbers zero-padded to that
*> width. A number with a digit outside its base, or too many
*> digits, is reported and skipped. A range's step stays a plain
*> count of numbers.

environment division.
configuration section.
*> scanning all five-digit numbers for the longest chain is one
*> parameter line instead of fifty thousand generated input lines.
    fd StartingNumbers.
        01 StartingNumberLine pic x(80).
        01 RangeRecord redefines StartingNumberLine.
            02 RR-RecordType pic x.
                88 RecordIsRange value "R".
            02 filler        pic x(79).
        01 RadixRecord redefines StartingNumberLine.
            02 RX-Keyword    pic x(5).
                88 RecordIsRadix value "BASE ".
            02 filler        pic x(75).

    fd ChainSummary.
        01 SummaryLine pic x(100).

*> Computed results persist across batch runs keyed by starting
*> number, ordering mode and number base, so a repeat run of a ten-thousand
*> number deck, or a deck that overlaps last night's, answers most
*> of its numbers from the cache instead of recomputing every chain
*> through computeNumberChainVariant - the run had become the
*> longest nightly step. The base was added to the end of the
*> record; an entry from before then has it blank and is a base 10
*> result. Every new entry carries the chain routines' build stamp,
*> so ChainCacheVerify can recheck the cache against the current
*> routines and weed out what an older build got wrong.
    fd ChainResultCache.
        copy ChainCacheRecord.

working-storage section.
    01 StartingNumbersStatus pic xx value spaces.
            03 CE-Terminal    pic 9(9).
            03 CE-CycleLength pic 999.
            03 CE-EntryStep   pic 999.
            03 CE-Radix       pic 99.
    01 NumberOfCacheEntries pic 9(4) value zero.
    01 LoadedCacheEntries pic 9(4) value zero.
    01 FirstNewCacheEntry pic 9(4) value zero.
    01 CacheHits pic 9(5) value zero.
    01 CacheMisses pic 9(5) value zero.
    01 CacheCapReported pic 9 value zero usage binary.
    copy ChainRoutineBuild.

    01 SuppressDetail pic 9 value zero usage binary.
    01 RangeMarker pic x value space.
    01 RangeFromText pic x(40) value spaces.
    01 RangeToText pic x(40) value spaces.
    01 RangeStepText pic x(5) value spaces.
    01 RangeFrom pic 9(9) value zero.
    01 RangeTo pic 9(9) value zero.
    01 RangeLongestStart pic 9(9) value zero.
    01 RangeDidNotRepeat pic 9(5) value zero.

*> Number base for the rest of the deck, the digit count a number
*> in it may have, and the work fields for reading and writing
*> numbers in it.
    01 Radix pic 99 value 10.
    01 DisplayWidth pic 99 value 9.
    01 RadixDigits pic x(16) value "0123456789ABCDEF".
    01 PowerValue pic 9(11) value zero.
    01 RadixKeyword pic x(5) value spaces.
    01 RadixText pic x(5) value spaces.
    01 RequestedRadix pic 99 value zero.
    01 NumbersRejected pic 9(5) value zero.
    01 ParseText pic x(40) value spaces.
    01 ParseChar pic x value space.
    01 ParseIdx pic 99 value zero.
    01 ParsedDigits pic 99 value zero.
    01 ParsedValue pic 9(9) value zero.
    01 ParseResult pic 9 value zero usage binary.
        88 ParsedNumberIsValid value 1.
        88 ParsedNumberIsInvalid value 0.
    01 DigitScan pic 99 value zero.
    01 DigitFound pic 99 value zero.
    01 FormatValue pic 9(9) value zero.
    01 FormattedNumber pic x(29) value spaces.
    01 RemainingValue pic 9(9) value zero.
    01 QuotientValue pic 9(9) value zero.
    01 DigitValue pic 99 value zero.
    01 DigitPlace pic 99 value zero.
    01 NumberText pic x(29) value spaces.
    01 ReversedText pic x(29) value spaces.
    01 StepText pic x(29) value spaces.
    01 TerminalText pic x(29) value spaces.
    01 RangeFromShown pic x(29) value spaces.
    01 RangeToShown pic x(29) value spaces.

*> reverseNumber's linkage items are pic 9(18), wider than
*> NumberToCompute, so the call goes through these same-width staging
*> fields rather than passing NumberToCompute directly - a BY
            move CC-Terminal to CE-Terminal(NumberOfCacheEntries)
            move CC-CycleLength to CE-CycleLength(NumberOfCacheEntries)
            move CC-EntryStep to CE-EntryStep(NumberOfCacheEntries)
            if CC-Radix is numeric
                move CC-Radix to CE-Radix(NumberOfCacheEntries)
            else
                move 10 to CE-Radix(NumberOfCacheEntries)
            end-if
        end-if
        if not EndOfChainResultCache
            perform 1150-ReadCacheRecord thru 1150-Exit
        go to 2200-Exit
    end-if

    if RecordIsRadix
        perform 2800-SetRadix thru 2800-Exit
        go to 2200-Exit
    end-if

    if RecordIsRange
        perform 2700-ExpandRange thru 2700-Exit
        go to 2200-Exit
    end-if

    move spaces to ParseText
    unstring StartingNumberLine delimited by all " "
        into ParseText
    end-unstring
    perform 2950-ParseInRadix thru 2950-Exit
    if ParsedNumberIsInvalid
        perform 2960-RejectNumber thru 2960-Exit
        go to 2200-Exit
    end-if
    move ParsedValue to NumberToCompute
    move zero to SuppressDetail
    perform 2250-ProcessOneNumber thru 2250-Exit.
2200-Exit.
    add 1 to CacheMisses

    move NumberToCompute to NumberToComputeWide
    move reverseNumber(NumberToComputeWide, Radix) to ReversedNumberWide
    move ReversedNumberWide to ReversedNumber
    call "computeNumberChainVariant" using NumberToCompute, OrderingMode, NumberOfChains, ChainPath, Radix

    move NumberToCompute to FormatValue
    perform 2900-FormatInRadix thru 2900-Exit
    move FormattedNumber(1:DisplayWidth) to NumberText
    move ReversedNumber to FormatValue
    perform 2900-FormatInRadix thru 2900-Exit
    move FormattedNumber(1:DisplayWidth) to ReversedText

    move spaces to SummaryLine
    if ChainDidNotRepeat
        add 1 to ChainsThatDidNotRepeat
        if SuppressDetail equal to zero
            string
                NumberText delimited by space
                "          did not repeat within the table limit" delimited by size
                into SummaryLine
            end-string
    else
        if SuppressDetail equal to zero
            string
                NumberText delimited by space
                "          " delimited by size
                NumberOfChains delimited by size
                "   (reversed: " delimited by size
                ReversedText delimited by space
                ")" delimited by size
                into SummaryLine
            end-string
            write SummaryLine

            perform varying PathIdx from 1 by 1 until PathIdx is greater than NumberOfChains
                move ChainPathStep(PathIdx) to FormatValue
                perform 2900-FormatInRadix thru 2900-Exit
                move FormattedNumber(1:DisplayWidth) to StepText
                move spaces to SummaryLine
                string
                    "    step " delimited by size
                    PathIdx delimited by size
                    ": " delimited by size
                    StepText delimited by space
                    into SummaryLine
                end-string
                write SummaryLine
    unstring StartingNumberLine delimited by all " "
        into RangeMarker, RangeFromText, RangeToText, RangeStepText
    end-unstring
    move RangeFromText to ParseText
    perform 2950-ParseInRadix thru 2950-Exit
    if ParsedNumberIsInvalid
        perform 2960-RejectNumber thru 2960-Exit
        go to 2700-Exit
    end-if
    move ParsedValue to RangeFrom
    move RangeToText to ParseText
    perform 2950-ParseInRadix thru 2950-Exit
    if ParsedNumberIsInvalid
        perform 2960-RejectNumber thru 2960-Exit
        go to 2700-Exit
    end-if
    move ParsedValue to RangeTo
    move function numval(RangeStepText) to RangeStep
    if RangeStep equal to zero
        move 1 to RangeStep
    end-if
    move RangeFrom to FormatValue
    perform 2900-FormatInRadix thru 2900-Exit
    move FormattedNumber(1:DisplayWidth) to RangeFromShown
    move RangeTo to FormatValue
    perform 2900-FormatInRadix thru 2900-Exit
    move FormattedNumber(1:DisplayWidth) to RangeToShown

    if RangeFrom is greater than RangeTo
        move spaces to SummaryLine
        string
            "Range " delimited by size
            RangeFromShown delimited by space
            " - " delimited by size
            RangeToShown delimited by space
            " is empty" delimited by size
            into SummaryLine
        end-string
    move spaces to SummaryLine
    string
        "Range " delimited by size
        RangeFromShown delimited by space
        " - " delimited by size
        RangeToShown delimited by space
        " step " delimited by size
        RangeStep delimited by size
        into SummaryLine
    end-string
    write SummaryLine

    move RangeLongestStart to FormatValue
    perform 2900-FormatInRadix thru 2900-Exit
    move spaces to SummaryLine
    string
        "    longest chain " delimited by size
        RangeLongestChain delimited by size
        " from " delimited by size
        FormattedNumber(1:DisplayWidth) delimited by size
        ", did not repeat: " delimited by size
        RangeDidNotRepeat delimited by size
        into SummaryLine
2700-Exit.
    exit.

*> BASE nn: every number after this line is read and written in
*> base nn. A base outside 2-16 is reported and the deck carries on
*> in the base it was already in.
2800-SetRadix.
    move spaces to RadixKeyword RadixText
    unstring StartingNumberLine delimited by all " "
        into RadixKeyword, RadixText
    end-unstring
    move zero to RequestedRadix
    if function test-numval(RadixText) equal to zero
        move function numval(RadixText) to RequestedRadix
    end-if

    move spaces to SummaryLine
    if RequestedRadix is less than 2 or RequestedRadix is greater than 16
        add 1 to NumbersRejected
        string
            "BASE " delimited by size
            RadixText delimited by space
            " is not a base from 2 to 16 - numbers stay in base "
                delimited by size
            Radix delimited by size
            into SummaryLine
        end-string
        write SummaryLine
        go to 2800-Exit
    end-if

    move RequestedRadix to Radix
    move zero to DisplayWidth
    move 1 to PowerValue
    perform until PowerValue * Radix is greater than 1000000000
        multiply Radix by PowerValue
        add 1 to DisplayWidth
    end-perform
    string
        "Numbers below are in base " delimited by size
        Radix delimited by size
        ", up to " delimited by size
        DisplayWidth delimited by size
        " digits" delimited by size
        into SummaryLine
    end-string
    write SummaryLine.
2800-Exit.
    exit.

*> FormatValue written as DisplayWidth digits of the current base,
*> zero-padded on the left.
2900-FormatInRadix.
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
2900-Exit.
    exit.

*> ParseText read as a number in the current base: digits 0-9 and
*> A-F (either case) below the base, no more than DisplayWidth of
*> them, ending at the first space.
2950-ParseInRadix.
    move zero to ParsedValue
    move zero to ParsedDigits
    set ParsedNumberIsValid to true
    perform varying ParseIdx from 1 by 1
            until ParseIdx is greater than 40
                or ParseText(ParseIdx:1) equal to space
                or ParsedNumberIsInvalid
        move function upper-case(ParseText(ParseIdx:1)) to ParseChar
        move zero to DigitFound
        perform varying DigitScan from 1 by 1
                until DigitScan is greater than Radix or DigitFound is greater than zero
            if RadixDigits(DigitScan:1) equal to ParseChar
                move DigitScan to DigitFound
            end-if
        end-perform
        add 1 to ParsedDigits
        if DigitFound equal to zero or ParsedDigits is greater than DisplayWidth
            set ParsedNumberIsInvalid to true
        else
            compute ParsedValue = ParsedValue * Radix + DigitFound - 1
        end-if
    end-perform
    if ParsedDigits equal to zero
        set ParsedNumberIsInvalid to true
    end-if.
2950-Exit.
    exit.

2960-RejectNumber.
    add 1 to NumbersRejected
    move spaces to SummaryLine
    string
        ParseText delimited by space
        " is not a base " delimited by size
        Radix delimited by size
        " number of up to " delimited by size
        DisplayWidth delimited by size
        " digits - skipped" delimited by size
        into SummaryLine
    end-string
    write SummaryLine.
2960-Exit.
    exit.

2150-LookupCache.
    move zero to FoundCacheIndex
    perform varying CacheIdx from 1 by 1
            until CacheIdx is greater than NumberOfCacheEntries
        if CE-Number(CacheIdx) equal to NumberToCompute
                and CE-Mode(CacheIdx) equal to OrderingMode
                and CE-Radix(CacheIdx) equal to Radix
            set FoundCacheIndex to CacheIdx
        end-if
    end-perform.
        go to 2170-Exit
    end-if

    move NumberToCompute to FormatValue
    perform 2900-FormatInRadix thru 2900-Exit
    move FormattedNumber(1:DisplayWidth) to NumberText
    move CE-Terminal(FoundCacheIndex) to FormatValue
    perform 2900-FormatInRadix thru 2900-Exit
    move FormattedNumber(1:DisplayWidth) to TerminalText

    move spaces to SummaryLine
    if ChainDidNotRepeat
        add 1 to ChainsThatDidNotRepeat
        string
            NumberText delimited by space
            "          did not repeat within the table limit (cached)"
                delimited by size
            into SummaryLine
        write SummaryLine
    else
        string
            NumberText delimited by space
            "          " delimited by size
            NumberOfChains delimited by size
            "   (cached)" delimited by size
            when CE-CycleLength(FoundCacheIndex) equal to 1
            string
                "    fixed point " delimited by size
                TerminalText delimited by space
                " reached at step " delimited by size
                CE-EntryStep(FoundCacheIndex) delimited by size
                into SummaryLine
            when CE-CycleLength(FoundCacheIndex) equal to zero
            string
                "    terminal value " delimited by size
                TerminalText delimited by space
                " first repeats the starting number" delimited by size
                into SummaryLine
            end-string
                "    cycle of length " delimited by size
                CE-CycleLength(FoundCacheIndex) delimited by size
                " on " delimited by size
                TerminalText delimited by space
                ", entered at step " delimited by size
                CE-EntryStep(FoundCacheIndex) delimited by size
                into SummaryLine
        move TerminalValue to CE-Terminal(NumberOfCacheEntries)
        move CycleLength to CE-CycleLength(NumberOfCacheEntries)
        move CycleEntryStep to CE-EntryStep(NumberOfCacheEntries)
        move Radix to CE-Radix(NumberOfCacheEntries)
    end-if.
2600-Exit.
    exit.
*> chain first entered it.
2300-ClassifyTerminalCycle.
    move ChainPathStep(NumberOfChains) to TerminalValue
    move TerminalValue to FormatValue
    perform 2900-FormatInRadix thru 2900-Exit
    move FormattedNumber(1:DisplayWidth) to TerminalText
    move zero to CycleLength
    move zero to CycleEntryStep
    perform varying CycleScanIdx from 1 by 1
    if CycleEntryStep equal to zero
        string
            "    terminal value " delimited by size
            TerminalText delimited by space
            " first repeats the starting number" delimited by size
            into SummaryLine
        end-string
        if CycleLength equal to 1
            string
                "    fixed point " delimited by size
                TerminalText delimited by space
                " reached at step " delimited by size
                CycleEntryStep delimited by size
                into SummaryLine
                "    cycle of length " delimited by size
                CycleLength delimited by size
                " on " delimited by size
                TerminalText delimited by space
                ", entered at step " delimited by size
                CycleEntryStep delimited by size
                into SummaryLine
        move CE-Terminal(CacheIdx) to CC-Terminal
        move CE-CycleLength(CacheIdx) to CC-CycleLength
        move CE-EntryStep(CacheIdx) to CC-EntryStep
        move CE-Radix(CacheIdx) to CC-Radix
        move ChainRoutineBuild to CC-Build
        write ChainCacheRecord
    end-perform


8000-SetReturnCode.
    if ChainsThatDidNotRepeat is greater than zero
            or NumbersRejected is greater than zero
        set BatchCompletedWithWarnings to true
    else
        set BatchCompletedNormally to true
