identification division.
program-id. TableOfContentsRun.

*> Table of contents from a document's headings. OutlineNumberingService
*> hands out the outline labels as headings are drafted, but the table
*> of contents was built by hand afterwards and was rarely current by
*> filing time. This run reads the headings in document order from
*> TocHeadings.dat - level, page, front-matter flag and heading text -
*> numbers them in the house style on OutlineStyleParms.dat (the same
*> R/A/N/r/a letters, rendered the way OutlineNumberingService renders
*> them, but on counters of its own so the drafters' OutlineCounters.dat
*> is never disturbed), and prints TableOfContents.dat: each entry
*> indented by level, dot leaders out to the page number, and front
*> matter pages in lower-case Roman through ArabicToRoman.
*>
*> Level 0 is an unnumbered heading (Table of Authorities, Preface,
*> Appendix) and sets no outline counter. A heading more than one
*> level below the one before it - a level 3 straight under a level 1
*> - is flagged on TableOfContentsReport.dat; the level it skips is
*> shown as "-" in its label rather than given a number no heading
*> carries, so the next real heading at that level still takes the
*> first number.

environment division.
configuration section.
    repository.
        function all intrinsic
        function ArabicToRoman.

input-output section.
file-control.
    select TocHeadings assign to "TocHeadings.dat"
        organization is line sequential
        file status is TocHeadingsStatus.
    select StyleParms assign to "OutlineStyleParms.dat"
        organization is line sequential
        file status is StyleParmsStatus.
    select TableOfContents assign to "TableOfContents.dat"
        organization is line sequential.
    select TocReport assign to "TableOfContentsReport.dat"
        organization is line sequential.

data division.
file section.
    fd TocHeadings.
        01 TocHeadingRecord.
            02 TH-Level       pic x.
            02 filler         pic x.
            02 TH-Page        pic x(4).
            02 filler         pic x.
            02 TH-MatterFlag  pic x.
                88 HeadingIsFrontMatter value "F", "f".
            02 filler         pic x.
            02 TH-HeadingText pic x(120).

    fd StyleParms.
        01 StyleParmRecord.
            02 ParmLevelStyle pic x occurs 4 times.

    fd TableOfContents.
        01 TocLine pic x(80).

    fd TocReport.
        01 ReportLine pic x(132).

working-storage section.
    01 TocHeadingsStatus pic xx value spaces.
        88 TocHeadingsNotFound value "35".
        88 EndOfTocHeadings value "10".
    01 StyleParmsStatus pic xx value spaces.
        88 StyleParmsFound value "00".

    01 CurrentDepth pic 9 value zero.
    01 HeadingLevel pic 9 value zero.
    01 LevelCounters.
        02 LevelCounter pic 9(4) occurs 4 times value zero.
    01 LevelStyles.
        02 LevelStyle pic x occurs 4 times.

    01 LevelIdx pic 9 value zero.
    01 LabelPointer pic 999 value 1.
    01 HeadingLabel pic x(60) value spaces.
    01 LevelText pic x(40) value spaces.
    01 RomanWork pic x(120) value spaces.
    01 ValueForConversion pic 9(5) value zero.
    01 LetterValue pic 9(4) value zero.
    01 LetterHigh pic 99 value zero.
    01 LetterLow pic 99 value zero.
    01 UpperAlphabet pic x(26) value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

    01 PageNumber pic 9(4) value zero.
    01 PageEdit pic zzz9.
    01 PageText pic x(20) value spaces.
    01 PageTextLength pic 99 value zero.

    01 TocPointer pic 99 value 1.
    01 LeaderPosition pic 99 value zero.
    01 TextRoom pic 99 value zero.
    01 HeadingTextLength pic 999 value zero.
    01 PageColumn pic 99 value zero.
    01 FindingText pic x(80) value spaces.

    01 HeadingsRead pic 9(5) value zero.
    01 EntriesPrinted pic 9(5) value zero.
    01 SkippedLevels pic 9(5) value zero.
    01 HeadingsRejected pic 9(5) value zero.
    01 CountDisplay pic zzzz9.

    copy BatchReturnCode.

procedure division.

0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    if BatchCompletedWithErrors
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 2000-ProcessHeadings thru 2000-Exit
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
    move BatchReturnCode to return-code
    stop run.

1000-Initialize.
    open input TocHeadings
    if TocHeadingsNotFound
        display "TableOfContentsRun: no TocHeadings.dat on file"
        set BatchCompletedWithErrors to true
        go to 1000-Exit
    end-if

    perform 1100-LoadStyles thru 1100-Exit

    open output TableOfContents
    move spaces to TocLine
    move "TABLE OF CONTENTS" to TocLine(32:17)
    write TocLine
    move spaces to TocLine
    write TocLine
    move "Page" to TocLine(77:4)
    write TocLine

    open output TocReport
    move spaces to ReportLine
    string
        "TABLE OF CONTENTS RUN - outline style " delimited by size
        LevelStyles delimited by size
        into ReportLine
    end-string
    write ReportLine
    move spaces to ReportLine
    write ReportLine
    move "Heading  Level  Page  Finding" to ReportLine
    write ReportLine.
1000-Exit.
    exit.

*> Same defaults and same parm card as OutlineNumberingService.
1100-LoadStyles.
    move "R" to LevelStyle(1)
    move "A" to LevelStyle(2)
    move "N" to LevelStyle(3)
    move "a" to LevelStyle(4)

    open input StyleParms
    if StyleParmsFound
        read StyleParms
            at end continue
            not at end
                perform varying LevelIdx from 1 by 1
                        until LevelIdx is greater than 4
                    if ParmLevelStyle(LevelIdx) not equal to space
                        move ParmLevelStyle(LevelIdx)
                            to LevelStyle(LevelIdx)
                    end-if
                end-perform
        end-read
        close StyleParms
    end-if.
1100-Exit.
    exit.

2000-ProcessHeadings.
    perform 2100-ReadHeading thru 2100-Exit
    perform with test after until EndOfTocHeadings
        if not EndOfTocHeadings
            add 1 to HeadingsRead
            perform 2200-ProcessOneHeading thru 2200-Exit
            perform 2100-ReadHeading thru 2100-Exit
        end-if
    end-perform
    close TocHeadings.
2000-Exit.
    exit.

2100-ReadHeading.
    read TocHeadings
        at end set EndOfTocHeadings to true
    end-read.
2100-Exit.
    exit.

2200-ProcessOneHeading.
    if TH-Level is not numeric or TH-Level is greater than "4"
        move "REJECTED - level must be 0 to 4" to FindingText
        perform 7000-RejectHeading thru 7000-Exit
        go to 2200-Exit
    end-if
    if TH-HeadingText equal to spaces
        move "REJECTED - no heading text" to FindingText
        perform 7000-RejectHeading thru 7000-Exit
        go to 2200-Exit
    end-if
    move TH-Page to PageText
    move trim(PageText) to PageText
    if PageText equal to spaces
        move "REJECTED - no page number" to FindingText
        perform 7000-RejectHeading thru 7000-Exit
        go to 2200-Exit
    end-if
    move length(trim(PageText)) to PageTextLength
    if PageText(1:PageTextLength) is not numeric
        move "REJECTED - page number is not a number" to FindingText
        perform 7000-RejectHeading thru 7000-Exit
        go to 2200-Exit
    end-if
    move PageText(1:PageTextLength) to PageNumber

    move TH-Level to HeadingLevel
    move spaces to HeadingLabel
    if HeadingLevel is greater than zero
        perform 2300-AdvanceOutline thru 2300-Exit
        perform 3000-RenderLabel thru 3000-Exit
    end-if
    perform 4000-WriteTocEntry thru 4000-Exit.
2200-Exit.
    exit.

*> A heading one level down opens that level at its first number, a
*> heading at the same or a shallower level advances its own counter
*> and clears every level beneath it. A deeper jump is flagged; the
*> levels jumped over keep a zero counter and render as "-".
2300-AdvanceOutline.
    if HeadingLevel is greater than CurrentDepth + 1
        add 1 to SkippedLevels
        move spaces to FindingText
        if CurrentDepth equal to zero
            string
                "SKIPPED LEVEL - level " delimited by size
                HeadingLevel delimited by size
                " heading with no level 1 heading above it"
                    delimited by size
                into FindingText
            end-string
        else
            string
                "SKIPPED LEVEL - level " delimited by size
                HeadingLevel delimited by size
                " heading directly under a level " delimited by size
                CurrentDepth delimited by size
                into FindingText
            end-string
        end-if
        perform 7100-WriteFinding thru 7100-Exit
    end-if

    add 1 to LevelCounter(HeadingLevel)
    perform varying LevelIdx from HeadingLevel by 1
            until LevelIdx is not less than 4
        move zero to LevelCounter(LevelIdx + 1)
    end-perform
    move HeadingLevel to CurrentDepth.
2300-Exit.
    exit.

3000-RenderLabel.
    move spaces to HeadingLabel
    move 1 to LabelPointer
    perform varying LevelIdx from 1 by 1
            until LevelIdx is greater than CurrentDepth
        perform 3100-RenderOneLevel thru 3100-Exit
        if LevelIdx is less than CurrentDepth
            string "." delimited by size
                into HeadingLabel
                with pointer LabelPointer
            end-string
        end-if
    end-perform.
3000-Exit.
    exit.

3100-RenderOneLevel.
    move spaces to LevelText
    if LevelCounter(LevelIdx) equal to zero
        move "-" to LevelText
    else
        evaluate LevelStyle(LevelIdx)
            when "R"
                move LevelCounter(LevelIdx) to ValueForConversion
                move ArabicToRoman(ValueForConversion) to RomanWork
                move RomanWork(1:40) to LevelText
            when "r"
                move LevelCounter(LevelIdx) to ValueForConversion
                move ArabicToRoman(ValueForConversion) to RomanWork
                move spaces to LevelText
                string
                    "(" delimited by size
                    function lower-case(function trim(RomanWork)) delimited by size
                    ")" delimited by size
                    into LevelText
                end-string
            when "A"
                perform 3200-RenderLetters thru 3200-Exit
            when "a"
                perform 3200-RenderLetters thru 3200-Exit
                move spaces to RomanWork
                string
                    "(" delimited by size
                    function lower-case(function trim(LevelText)) delimited by size
                    ")" delimited by size
                    into RomanWork
                end-string
                move RomanWork(1:40) to LevelText
            when other
                move LevelCounter(LevelIdx) to ValueForConversion
                move ValueForConversion to LevelText
                inspect LevelText replacing leading "0" by space
                move function trim(LevelText leading) to LevelText
        end-evaluate
    end-if

    string function trim(LevelText) delimited by size
        into HeadingLabel
        with pointer LabelPointer
    end-string.
3100-Exit.
    exit.

*> Letters run A..Z then AA..ZZ, the way schedule columns do.
3200-RenderLetters.
    move LevelCounter(LevelIdx) to LetterValue
    move spaces to LevelText
    if LetterValue is not greater than 26
        move UpperAlphabet(LetterValue:1) to LevelText
        go to 3200-Exit
    end-if
    compute LetterHigh = (LetterValue - 1) / 26
    compute LetterLow = function mod(LetterValue - 1, 26) + 1
    if LetterHigh is greater than 26
        move 26 to LetterHigh
    end-if
    string
        UpperAlphabet(LetterHigh:1) delimited by size
        UpperAlphabet(LetterLow:1) delimited by size
        into LevelText
    end-string.
3200-Exit.
    exit.

*> Entry layout: four columns of indent per level below the first,
*> the label and two spaces, the heading text, a dot leader, and the
*> page number right-justified to column 80. A heading too long for
*> the line is cut short to leave room for at least a short leader.
4000-WriteTocEntry.
    move spaces to PageText
    if HeadingIsFrontMatter
        move PageNumber to ValueForConversion
        move ArabicToRoman(ValueForConversion) to RomanWork
        move function lower-case(RomanWork(1:20)) to PageText
    else
        move PageNumber to PageEdit
        move function trim(PageEdit) to PageText
    end-if
    move length(trim(PageText)) to PageTextLength
    compute PageColumn = 81 - PageTextLength

    move spaces to TocLine
    if HeadingLevel is greater than 1
        compute TocPointer = (HeadingLevel - 1) * 4 + 1
    else
        move 1 to TocPointer
    end-if
    if HeadingLabel not equal to spaces
        string
            function trim(HeadingLabel) delimited by size
            "  " delimited by size
            into TocLine
            with pointer TocPointer
        end-string
    end-if

    move length(trim(TH-HeadingText trailing)) to HeadingTextLength
    compute TextRoom = PageColumn - TocPointer - 5
    if HeadingTextLength is greater than TextRoom
        move TextRoom to HeadingTextLength
    end-if
    string
        TH-HeadingText(1:HeadingTextLength) delimited by size
        " " delimited by size
        into TocLine
        with pointer TocPointer
    end-string

    perform varying LeaderPosition from TocPointer by 1
            until LeaderPosition is not less than PageColumn - 1
        move "." to TocLine(LeaderPosition:1)
    end-perform
    move PageText(1:PageTextLength) to TocLine(PageColumn:PageTextLength)
    write TocLine
    add 1 to EntriesPrinted.
4000-Exit.
    exit.

7000-RejectHeading.
    add 1 to HeadingsRejected
    perform 7100-WriteFinding thru 7100-Exit.
7000-Exit.
    exit.

7100-WriteFinding.
    move spaces to ReportLine
    string
        HeadingsRead delimited by size
        "    " delimited by size
        TH-Level delimited by size
        "      " delimited by size
        TH-Page delimited by size
        "  " delimited by size
        function trim(FindingText) delimited by size
        " - " delimited by size
        TH-HeadingText(1:40) delimited by size
        into ReportLine
    end-string
    write ReportLine
    display "TableOfContentsRun: heading " HeadingsRead " "
        function trim(FindingText).
7100-Exit.
    exit.

8000-SetReturnCode.
    if SkippedLevels is greater than zero
            or HeadingsRejected is greater than zero
        set BatchCompletedWithWarnings to true
    else
        set BatchCompletedNormally to true
    end-if.
8000-Exit.
    exit.

9000-Terminate.
    close TableOfContents

    move spaces to ReportLine
    write ReportLine
    move HeadingsRead to CountDisplay
    move spaces to ReportLine
    string
        "Headings read          " delimited by size
        CountDisplay delimited by size
        into ReportLine
    end-string
    write ReportLine
    move EntriesPrinted to CountDisplay
    move spaces to ReportLine
    string
        "Contents entries       " delimited by size
        CountDisplay delimited by size
        into ReportLine
    end-string
    write ReportLine
    move SkippedLevels to CountDisplay
    move spaces to ReportLine
    string
        "Skipped levels         " delimited by size
        CountDisplay delimited by size
        into ReportLine
    end-string
    write ReportLine
    move HeadingsRejected to CountDisplay
    move spaces to ReportLine
    string
        "Headings rejected      " delimited by size
        CountDisplay delimited by size
        into ReportLine
    end-string
    write ReportLine
    close TocReport.
9000-Exit.
    exit.

end program TableOfContentsRun.
