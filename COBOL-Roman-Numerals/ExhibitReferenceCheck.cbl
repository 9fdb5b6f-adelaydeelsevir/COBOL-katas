identification division.
program-id. ExhibitReferenceCheck.

*> Exhibit-reference check for draft documents. When exhibits are
*> withdrawn and ExhibitRenumberingRun closes up the sequence, the
*> drafts still say "see Exhibit XIV", and documents have gone out
*> pointing at the wrong exhibit. This run reads a draft's text, finds
*> every exhibit reference - "Exhibit", "Exhibits" or "Exh." followed
*> by a Roman label (read through RomanToArabic) or an Arabic number,
*> and for the plural form every further label in the list ("Exhibits
*> IV, VI and IX") - and checks each one against the reservation
*> ledger, the exhibit counter and ExhibitRenumberMap.dat:
*>   WITHDRAWN      - the map shows the exhibit withdrawn;
*>   OLD LABEL      - the map moved the exhibit; the new label is
*>                    given in the form the draft used;
*>   NEVER ASSIGNED - the number lies in a released reservation, or
*>                    beyond anything the counter has issued;
*>   NOT A NUMERAL  - a Roman label RomanToArabic refuses ("IIII").
*> Each finding carries the line number of the draft it is on. The
*> draft is taken to be written against the labels in force before
*> the map, which is the case the map exists to correct.
*>
*> ExhibitReferenceParms.dat names the draft to read (columns 1-60);
*> without it the run reads DraftDocument.dat.

environment division.
configuration section.
    special-names.
        class RomanLetter is "I", "V", "X", "L", "C", "D", "M".
    repository.
        function all intrinsic
        function ArabicToRoman
        function RomanToArabic.

input-output section.
file-control.
    select DraftDocument assign to DocumentName
        organization is line sequential
        file status is DraftDocumentStatus.
    select ReferenceParms assign to "ExhibitReferenceParms.dat"
        organization is line sequential
        file status is ReferenceParmsStatus.
    select NextNumberFile assign to "NextExhibitNumber.dat"
        organization is line sequential
        file status is NextNumberFileStatus.
    select ReservationLedger assign to "ExhibitReservationLedger.dat"
        organization is line sequential
        file status is ReservationLedgerStatus.
    select RenumberMap assign to "ExhibitRenumberMap.dat"
        organization is line sequential
        file status is RenumberMapStatus.
    select ReferenceReport assign to "ExhibitReferenceReport.dat"
        organization is line sequential.

data division.
file section.
    fd DraftDocument.
        01 DocumentLine pic x(500).

    fd ReferenceParms.
        01 ReferenceParmRecord.
            02 PM-DocumentName pic x(60).

    fd NextNumberFile.
        01 NextNumberLine pic 9(5).

    fd ReservationLedger.
        01 ReservationLedgerRecord.
            02 LG-ReservationId pic 9(4).
            02 filler           pic x.
            02 LG-Drafter       pic x(20).
            02 filler           pic x.
            02 LG-FromNumber    pic 9(5).
            02 filler           pic x.
            02 LG-ToNumber      pic 9(5).
            02 filler           pic x.
            02 LG-Status        pic x(8).

    fd RenumberMap.
        01 MapLine pic x(132).

    fd ReferenceReport.
        01 ReportLine pic x(132).

working-storage section.
    01 DraftDocumentStatus pic xx value spaces.
        88 DraftDocumentNotFound value "35".
        88 EndOfDraftDocument value "10".
    01 ReferenceParmsStatus pic xx value spaces.
        88 ReferenceParmsFound value "00".
    01 NextNumberFileStatus pic xx value spaces.
        88 NextNumberFileNotFound value "35".
    01 ReservationLedgerStatus pic xx value spaces.
        88 ReservationLedgerNotFound value "35".
        88 EndOfReservationLedger value "10".
    01 RenumberMapStatus pic xx value spaces.
        88 RenumberMapNotFound value "35".
        88 EndOfRenumberMap value "10".

    01 DocumentName pic x(60) value "DraftDocument.dat".

    01 LedgerEntries.
        02 LedgerEntry occurs 1 to 200 times depending on NumberOfLedgerEntries
                indexed by LedgerIdx.
            03 LE-FromNumber pic 9(5).
            03 LE-ToNumber   pic 9(5).
            03 LE-Status     pic x(8).
    01 NumberOfLedgerEntries pic 999 value zero.
    01 HighestReservedNumber pic 9(5) value zero.

    01 MapEntries.
        02 MapEntry occurs 1 to 2000 times depending on NumberOfMapEntries
                indexed by MapIdx.
            03 ME-OldNumber pic 9(5).
            03 ME-NewNumber pic 9(5).
            03 ME-Withdrawn pic x.
    01 NumberOfMapEntries pic 9(4) value zero.
    01 FoundMapIndex pic 9(4) value zero.

    01 NextExhibitNumber pic 9(5) value zero.
    01 LastIssuedNumber pic 9(5) value zero.

    01 WorkLine pic x(500) value spaces.
    01 WorkLineLength pic 9(4) value zero.
    01 TokenPointer pic 9(4) value 1.
    01 CurrentToken pic x(40) value spaces.
    01 TokenLength pic 99 value zero.
    01 LineNumber pic 9(5) value zero.

    01 ReferenceState pic x value space.
        88 NotInReference      value space.
        88 ExpectingOneLabel   value "1".
        88 ExpectingLabelList  value "L".

    01 LabelForm pic x value space.
        88 LabelIsRoman  value "R".
        88 LabelIsArabic value "A".
    01 ReferencedNumber pic 9(5) value zero.
    01 SuggestedNumber pic 9(5) value zero.
    01 RomanWork pic x(120) value spaces.
    01 SuggestedLabel pic x(20) value spaces.
    01 NumberText pic z(4)9.
    01 FindingText pic x(60) value spaces.

    01 ReferencesFound pic 9(5) value zero.
    01 ReferencesInOrder pic 9(5) value zero.
    01 WithdrawnReferences pic 9(5) value zero.
    01 OldLabelReferences pic 9(5) value zero.
    01 UnassignedReferences pic 9(5) value zero.
    01 MalformedReferences pic 9(5) value zero.
    01 CountDisplay pic zzzz9.

    copy BatchReturnCode.

procedure division.

0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    if BatchCompletedWithErrors
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 2000-ScanDocument thru 2000-Exit
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
    move BatchReturnCode to return-code
    stop run.

1000-Initialize.
    open input ReferenceParms
    if ReferenceParmsFound
        read ReferenceParms
            at end continue
            not at end
                if PM-DocumentName not equal to spaces
                    move PM-DocumentName to DocumentName
                end-if
        end-read
        close ReferenceParms
    end-if

    open input NextNumberFile
    if NextNumberFileNotFound
        display "ExhibitReferenceCheck: no NextExhibitNumber.dat on file"
        set BatchCompletedWithErrors to true
        go to 1000-Exit
    end-if
    read NextNumberFile
        at end move 1 to NextExhibitNumber
        not at end move NextNumberLine to NextExhibitNumber
    end-read
    close NextNumberFile
    compute LastIssuedNumber = NextExhibitNumber - 1

    perform 1100-LoadLedger thru 1100-Exit
    perform 1200-LoadRenumberMap thru 1200-Exit

    open input DraftDocument
    if DraftDocumentNotFound
        display "ExhibitReferenceCheck: draft " function trim(DocumentName)
            " not on file"
        set BatchCompletedWithErrors to true
        go to 1000-Exit
    end-if

    open output ReferenceReport
    move spaces to ReportLine
    string
        "EXHIBIT REFERENCE CHECK - " delimited by size
        function trim(DocumentName) delimited by size
        into ReportLine
    end-string
    write ReportLine
    move spaces to ReportLine
    if NumberOfMapEntries equal to zero
        move "No renumber map on file - references checked against the counter and ledger only"
            to ReportLine
        write ReportLine
        move spaces to ReportLine
    end-if
    write ReportLine
    move "Line   Reference         Number  Finding" to ReportLine
    write ReportLine.
1000-Exit.
    exit.

1100-LoadLedger.
    open input ReservationLedger
    if ReservationLedgerNotFound
        go to 1100-Exit
    end-if

    perform 1150-ReadLedger thru 1150-Exit
    perform with test after until EndOfReservationLedger
        if not EndOfReservationLedger and NumberOfLedgerEntries is less than 200
            add 1 to NumberOfLedgerEntries
            move LG-FromNumber to LE-FromNumber(NumberOfLedgerEntries)
            move LG-ToNumber to LE-ToNumber(NumberOfLedgerEntries)
            move LG-Status to LE-Status(NumberOfLedgerEntries)
            if LG-Status equal to "ACTIVE"
                    and LG-ToNumber is greater than HighestReservedNumber
                move LG-ToNumber to HighestReservedNumber
            end-if
        end-if
        if not EndOfReservationLedger
            perform 1150-ReadLedger thru 1150-Exit
        end-if
    end-perform
    close ReservationLedger.
1100-Exit.
    exit.

1150-ReadLedger.
    read ReservationLedger
        at end set EndOfReservationLedger to true
    end-read.
1150-Exit.
    exit.

*> The map as ExhibitRenumberingRun writes it: old number in columns
*> 1-5, then from column 29 either WITHDRAWN, "unchanged", or the new
*> number.
1200-LoadRenumberMap.
    open input RenumberMap
    if RenumberMapNotFound
        go to 1200-Exit
    end-if

    perform 1250-ReadMapLine thru 1250-Exit
    perform with test after until EndOfRenumberMap
        if not EndOfRenumberMap
            if MapLine(1:5) is numeric and NumberOfMapEntries is less than 2000
                add 1 to NumberOfMapEntries
                set MapIdx to NumberOfMapEntries
                move MapLine(1:5) to ME-OldNumber(MapIdx)
                move MapLine(1:5) to ME-NewNumber(MapIdx)
                move "N" to ME-Withdrawn(MapIdx)
                evaluate true
                    when MapLine(29:9) equal to "WITHDRAWN"
                        move "Y" to ME-Withdrawn(MapIdx)
                    when MapLine(29:5) is numeric
                        move MapLine(29:5) to ME-NewNumber(MapIdx)
                    when other
                        continue
                end-evaluate
            end-if
            perform 1250-ReadMapLine thru 1250-Exit
        end-if
    end-perform
    close RenumberMap.
1200-Exit.
    exit.

1250-ReadMapLine.
    read RenumberMap
        at end set EndOfRenumberMap to true
    end-read.
1250-Exit.
    exit.

2000-ScanDocument.
    perform 2100-ReadDocumentLine thru 2100-Exit
    perform with test after until EndOfDraftDocument
        if not EndOfDraftDocument
            add 1 to LineNumber
            perform 2200-ScanOneLine thru 2200-Exit
            perform 2100-ReadDocumentLine thru 2100-Exit
        end-if
    end-perform
    close DraftDocument.
2000-Exit.
    exit.

2100-ReadDocumentLine.
    read DraftDocument
        at end set EndOfDraftDocument to true
    end-read.
2100-Exit.
    exit.

*> Punctuation that can sit against a label is blanked out first, so
*> "(Exhibit IV)" and "Exhibits VI-IX" tokenise to the bare words. A
*> reference runs on across the line break the way drafts wrap
*> ("see Exhibit" / "XIV"); a blank line ends it.
2200-ScanOneLine.
    move upper-case(DocumentLine) to WorkLine
    inspect WorkLine converting ",;:()[]?!-" to "          "
    inspect WorkLine replacing all '"' by " "
    inspect WorkLine replacing all "'" by " "
    if WorkLine equal to spaces
        set NotInReference to true
        go to 2200-Exit
    end-if
    move length(trim(WorkLine trailing)) to WorkLineLength

    move 1 to TokenPointer
    perform until TokenPointer is greater than WorkLineLength
        move spaces to CurrentToken
        unstring WorkLine delimited by all " "
            into CurrentToken
            with pointer TokenPointer
        end-unstring
        if CurrentToken not equal to spaces
            perform 2300-ProcessOneToken thru 2300-Exit
        end-if
    end-perform.
2200-Exit.
    exit.

2300-ProcessOneToken.
    move length(trim(CurrentToken)) to TokenLength
    if TokenLength is greater than 1
            and CurrentToken(TokenLength:1) equal to "."
        move space to CurrentToken(TokenLength:1)
        subtract 1 from TokenLength
    end-if

    evaluate true
        when CurrentToken equal to "EXHIBIT" or CurrentToken equal to "EXH"
            set ExpectingOneLabel to true
            go to 2300-Exit
        when CurrentToken equal to "EXHIBITS"
            set ExpectingLabelList to true
            go to 2300-Exit
        when NotInReference
            go to 2300-Exit
        when ExpectingLabelList
                and (CurrentToken equal to "AND" or CurrentToken equal to "OR"
                    or CurrentToken equal to "&" or CurrentToken equal to "TO"
                    or CurrentToken equal to "THROUGH")
            go to 2300-Exit
        when other
            continue
    end-evaluate

    evaluate true
        when TokenLength is not greater than 5
                and CurrentToken(1:TokenLength) is numeric
            set LabelIsArabic to true
            move CurrentToken(1:TokenLength) to ReferencedNumber
        when TokenLength is not greater than 20
                and CurrentToken(1:TokenLength) is RomanLetter
            set LabelIsRoman to true
            move spaces to RomanWork
            move CurrentToken(1:TokenLength) to RomanWork
            move RomanToArabic(RomanWork) to ReferencedNumber
        when other
            set NotInReference to true
            go to 2300-Exit
    end-evaluate

    if ExpectingOneLabel
        set NotInReference to true
    end-if
    add 1 to ReferencesFound
    perform 2400-CheckReference thru 2400-Exit.
2300-Exit.
    exit.

*> A released block's numbers were handed back unused, so no exhibit
*> ever carried them even where they sit below the counter; that test
*> comes before the map, which lists every number up to the last one
*> issued.
2400-CheckReference.
    if ReferencedNumber equal to zero
        add 1 to MalformedReferences
        move "NOT A NUMERAL - not a valid Roman exhibit label" to FindingText
        perform 2500-WriteFinding thru 2500-Exit
        go to 2400-Exit
    end-if

    perform varying LedgerIdx from 1 by 1
            until LedgerIdx is greater than NumberOfLedgerEntries
        if LE-Status(LedgerIdx) equal to "RELEASED"
                and ReferencedNumber is not less than LE-FromNumber(LedgerIdx)
                and ReferencedNumber is not greater than LE-ToNumber(LedgerIdx)
            add 1 to UnassignedReferences
            move "NEVER ASSIGNED - number lies in a released reservation"
                to FindingText
            perform 2500-WriteFinding thru 2500-Exit
            go to 2400-Exit
        end-if
    end-perform

    move zero to FoundMapIndex
    perform varying MapIdx from 1 by 1
            until MapIdx is greater than NumberOfMapEntries
                or FoundMapIndex is not equal to zero
        if ME-OldNumber(MapIdx) equal to ReferencedNumber
            set FoundMapIndex to MapIdx
        end-if
    end-perform

    if FoundMapIndex is not equal to zero
        if ME-Withdrawn(FoundMapIndex) equal to "Y"
            add 1 to WithdrawnReferences
            move "WITHDRAWN - this exhibit has been withdrawn" to FindingText
            perform 2500-WriteFinding thru 2500-Exit
            go to 2400-Exit
        end-if
        if ME-NewNumber(FoundMapIndex) not equal to ReferencedNumber
            add 1 to OldLabelReferences
            move ME-NewNumber(FoundMapIndex) to SuggestedNumber
            perform 2600-FormatSuggestedLabel thru 2600-Exit
            move spaces to FindingText
            string
                "OLD LABEL - update to Exhibit " delimited by size
                function trim(SuggestedLabel) delimited by size
                into FindingText
            end-string
            perform 2500-WriteFinding thru 2500-Exit
            go to 2400-Exit
        end-if
        add 1 to ReferencesInOrder
        go to 2400-Exit
    end-if

    if ReferencedNumber is not greater than LastIssuedNumber
            or ReferencedNumber is not greater than HighestReservedNumber
        add 1 to ReferencesInOrder
        go to 2400-Exit
    end-if

    add 1 to UnassignedReferences
    move "NEVER ASSIGNED - no exhibit has been issued this number"
        to FindingText
    perform 2500-WriteFinding thru 2500-Exit.
2400-Exit.
    exit.

2500-WriteFinding.
    move ReferencedNumber to NumberText
    move spaces to ReportLine
    string
        LineNumber delimited by size
        "  Exhibit " delimited by size
        CurrentToken(1:8) delimited by size
        "  " delimited by size
        NumberText delimited by size
        "   " delimited by size
        FindingText delimited by size
        into ReportLine
    end-string
    write ReportLine.
2500-Exit.
    exit.

*> The new label goes back in the form the draft used for the old one.
2600-FormatSuggestedLabel.
    move spaces to SuggestedLabel
    if LabelIsRoman
        move ArabicToRoman(SuggestedNumber) to RomanWork
        move RomanWork(1:20) to SuggestedLabel
    else
        move SuggestedNumber to NumberText
        move trim(NumberText) to SuggestedLabel
    end-if.
2600-Exit.
    exit.

8000-SetReturnCode.
    if WithdrawnReferences is greater than zero
            or OldLabelReferences is greater than zero
            or UnassignedReferences is greater than zero
            or MalformedReferences is greater than zero
        set BatchCompletedWithWarnings to true
    else
        set BatchCompletedNormally to true
    end-if.
8000-Exit.
    exit.

9000-Terminate.
    move spaces to ReportLine
    write ReportLine
    move LineNumber to CountDisplay
    move spaces to ReportLine
    string
        "Lines read                 " delimited by size
        CountDisplay delimited by size
        into ReportLine
    end-string
    write ReportLine
    move ReferencesFound to CountDisplay
    move spaces to ReportLine
    string
        "Exhibit references         " delimited by size
        CountDisplay delimited by size
        into ReportLine
    end-string
    write ReportLine
    move ReferencesInOrder to CountDisplay
    move spaces to ReportLine
    string
        "  in order                 " delimited by size
        CountDisplay delimited by size
        into ReportLine
    end-string
    write ReportLine
    move WithdrawnReferences to CountDisplay
    move spaces to ReportLine
    string
        "  to withdrawn exhibits    " delimited by size
        CountDisplay delimited by size
        into ReportLine
    end-string
    write ReportLine
    move OldLabelReferences to CountDisplay
    move spaces to ReportLine
    string
        "  old labels to update     " delimited by size
        CountDisplay delimited by size
        into ReportLine
    end-string
    write ReportLine
    move UnassignedReferences to CountDisplay
    move spaces to ReportLine
    string
        "  never assigned           " delimited by size
        CountDisplay delimited by size
        into ReportLine
    end-string
    write ReportLine
    move MalformedReferences to CountDisplay
    move spaces to ReportLine
    string
        "  not a numeral            " delimited by size
        CountDisplay delimited by size
        into ReportLine
    end-string
    write ReportLine
    close ReferenceReport.
9000-Exit.
    exit.

end program ExhibitReferenceCheck.
