identification division.
program-id. ExhibitRegisterRun.

*> Exhibit register for the drafting group. ExhibitNumberingService,
*> ExhibitBlockReservation and ExhibitRenumberingRun look after the
*> numbers themselves, but nothing recorded what each exhibit is, so
*> the exhibit list for a filing was typed up from the drafts. This
*> run keeps ExhibitRegister.dat, one entry per exhibit, addressed by
*> matter and current exhibit label, from a transaction deck:
*>   A matter number drafter        description - register an issued
*>                                                number (RESERVED)
*>   F matter number        filing              - exhibit is FILED
*>                                                with that filing
*>   W matter number                            - exhibit WITHDRAWN
*>   C matter number drafter        description - correct the drafter
*>                                                and/or description
*>   M                                          - take up the labels
*>                                                on ExhibitRenumberMap.dat
*> Numbers are keyed in Arabic; every label printed is the
*> ArabicToRoman form. A renumber map is taken up once only - its
*> fingerprint is kept on ExhibitRegisterControl.dat so a map left
*> lying about is not applied a second time and every later exhibit
*> shifted twice. Every label an exhibit is given, by registration or
*> renumbering, goes on ExhibitLabelHistory.dat, from which the label
*> index is printed.
*>
*> ExhibitRegisterParms.dat names the matter and filing whose formal
*> exhibit list heads the register report; without it the report
*> carries the transaction log and the full register only.

environment division.
configuration section.
    repository.
        function all intrinsic
        function ArabicToRoman.

input-output section.
file-control.
    select RegisterTransactions assign to "ExhibitRegisterTransactions.dat"
        organization is line sequential
        file status is RegisterTransactionsStatus.
    select RegisterFile assign to "ExhibitRegister.dat"
        organization is line sequential
        file status is RegisterFileStatus.
    select LabelHistory assign to "ExhibitLabelHistory.dat"
        organization is line sequential
        file status is LabelHistoryStatus.
    select NextNumberFile assign to "NextExhibitNumber.dat"
        organization is line sequential
        file status is NextNumberFileStatus.
    select ReservationLedger assign to "ExhibitReservationLedger.dat"
        organization is line sequential
        file status is ReservationLedgerStatus.
    select RenumberMap assign to "ExhibitRenumberMap.dat"
        organization is line sequential
        file status is RenumberMapStatus.
    select RegisterControl assign to "ExhibitRegisterControl.dat"
        organization is line sequential
        file status is RegisterControlStatus.
    select RegisterParms assign to "ExhibitRegisterParms.dat"
        organization is line sequential
        file status is RegisterParmsStatus.
    select RegisterReport assign to "ExhibitRegisterReport.dat"
        organization is line sequential.
    select LabelIndex assign to "ExhibitLabelIndex.dat"
        organization is line sequential.

data division.
file section.
    fd RegisterTransactions.
        01 RegisterTransactionRecord.
            02 TR-Action      pic x.
                88 TransactionIsAdd      value "A".
                88 TransactionIsFile     value "F".
                88 TransactionIsWithdraw value "W".
                88 TransactionIsChange   value "C".
                88 TransactionIsMap      value "M".
            02 filler         pic x.
            02 TR-Matter      pic x(10).
            02 filler         pic x.
            02 TR-Number      pic 9(5).
            02 filler         pic x.
            02 TR-Drafter     pic x(20).
            02 filler         pic x.
            02 TR-Filing      pic x(10).
            02 filler         pic x.
            02 TR-Description pic x(60).

    fd RegisterFile.
        copy ExhibitRegisterRecord.

    fd LabelHistory.
        01 LabelHistoryRecord.
            02 LH-RegisterId pic 9(5).
            02 filler        pic x.
            02 LH-Matter     pic x(10).
            02 filler        pic x.
            02 LH-Number     pic 9(5).
            02 filler        pic x.
            02 LH-Date       pic 9(8).
            02 filler        pic x.
            02 LH-Event      pic x(10).

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

    fd RegisterControl.
        01 RegisterControlRecord.
            02 RC-MapLines    pic 9(5).
            02 filler         pic x.
            02 RC-MapOldTotal pic 9(9).
            02 filler         pic x.
            02 RC-MapNewTotal pic 9(9).
            02 filler         pic x.
            02 RC-AppliedDate pic 9(8).

    fd RegisterParms.
        01 RegisterParmRecord.
            02 PM-Matter pic x(10).
            02 filler    pic x.
            02 PM-Filing pic x(10).

    fd RegisterReport.
        01 ReportLine pic x(132).

    fd LabelIndex.
        01 IndexLine pic x(132).

working-storage section.
    01 RegisterTransactionsStatus pic xx value spaces.
        88 RegisterTransactionsNotFound value "35".
        88 EndOfRegisterTransactions value "10".
    01 RegisterFileStatus pic xx value spaces.
        88 RegisterFileNotFound value "35".
        88 EndOfRegisterFile value "10".
    01 LabelHistoryStatus pic xx value spaces.
        88 LabelHistoryNotFound value "35".
        88 EndOfLabelHistory value "10".
    01 NextNumberFileStatus pic xx value spaces.
        88 NextNumberFileNotFound value "35".
    01 ReservationLedgerStatus pic xx value spaces.
        88 ReservationLedgerNotFound value "35".
        88 EndOfReservationLedger value "10".
    01 RenumberMapStatus pic xx value spaces.
        88 RenumberMapNotFound value "35".
        88 EndOfRenumberMap value "10".
    01 RegisterControlStatus pic xx value spaces.
        88 RegisterControlFound value "00".
    01 RegisterParmsStatus pic xx value spaces.
        88 RegisterParmsFound value "00".

    01 RegisterEntries.
        02 RegisterEntry occurs 1 to 500 times
                depending on NumberOfRegisterEntries indexed by RegisterIdx.
            03 RE-Matter         pic x(10).
            03 RE-RegisterId     pic 9(5).
            03 RE-AssignedNumber pic 9(5).
            03 RE-CurrentNumber  pic 9(5).
            03 RE-Status         pic x(9).
            03 RE-DateAssigned   pic 9(8).
            03 RE-Drafter        pic x(20).
            03 RE-Filing         pic x(10).
            03 RE-Description    pic x(60).
    01 NumberOfRegisterEntries pic 999 value zero.
    01 FoundRegisterIndex pic 999 value zero.
    01 HighestRegisterId pic 9(5) value zero.

    01 HistoryEntries.
        02 HistoryEntry occurs 1 to 2000 times
                depending on NumberOfHistoryEntries indexed by HistoryIdx.
            03 HE-RegisterId pic 9(5).
            03 HE-Matter     pic x(10).
            03 HE-Number     pic 9(5).
            03 HE-Date       pic 9(8).
            03 HE-Event      pic x(10).
    01 NumberOfHistoryEntries pic 9(4) value zero.

    01 LedgerEntries.
        02 LedgerEntry occurs 1 to 200 times depending on NumberOfLedgerEntries
                indexed by LedgerIdx.
            03 LE-ReservationId pic 9(4).
            03 LE-Drafter       pic x(20).
            03 LE-FromNumber    pic 9(5).
            03 LE-ToNumber      pic 9(5).
            03 LE-Status        pic x(8).
    01 NumberOfLedgerEntries pic 999 value zero.

    01 MapEntries.
        02 MapEntry occurs 1 to 2000 times depending on NumberOfMapEntries
                indexed by MapIdx.
            03 ME-OldNumber pic 9(5).
            03 ME-NewNumber pic 9(5).
            03 ME-Withdrawn pic x.
    01 NumberOfMapEntries pic 9(4) value zero.
    01 MapOldTotal pic 9(9) value zero.
    01 MapNewTotal pic 9(9) value zero.
    01 MapLineNumber pic 9(5) value zero.
    01 FoundMapIndex pic 9(4) value zero.

    01 NextExhibitNumber pic 9(5) value zero.
    01 LastIssuedNumber pic 9(5) value zero.

    01 RunDate pic 9(8) value zero.
    01 EventForHistory pic x(10) value spaces.
    01 RejectReason pic x(60) value spaces.
    01 NoteText pic x(60) value spaces.

    01 RomanLabel pic x(120) value spaces.
    01 AssignedRomanLabel pic x(120) value spaces.

    01 ListedNumber pic 9(5) value zero.
    01 CandidateNumber pic 9(5) value zero.
    01 CandidateIndex pic 999 value zero.
    01 ExhibitsListed pic 999 value zero.

    01 TransactionsRead pic 9(5) value zero.
    01 TransactionsApplied pic 9(5) value zero.
    01 TransactionsRejected pic 9(5) value zero.
    01 WarningsIssued pic 9(5) value zero.
    01 ExhibitsRenumbered pic 9(5) value zero.
    01 ExhibitsWithdrawnByMap pic 9(5) value zero.

    01 CountDisplay pic zzzz9.
    01 ReportPointer pic 999 value 1.

    copy BatchReturnCode.

procedure division.

0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    if BatchCompletedWithErrors
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 2000-ProcessTransactions thru 2000-Exit
    perform 3000-PrintExhibitList thru 3000-Exit
    perform 4000-PrintRegister thru 4000-Exit
    perform 5000-PrintLabelIndex thru 5000-Exit
    perform 6000-RewriteRegister thru 6000-Exit
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
    move BatchReturnCode to return-code
    stop run.

1000-Initialize.
    move function current-date(1:8) to RunDate

    open input NextNumberFile
    if NextNumberFileNotFound
        display "ExhibitRegisterRun: no NextExhibitNumber.dat on file"
        set BatchCompletedWithErrors to true
        go to 1000-Exit
    end-if
    read NextNumberFile
        at end move 1 to NextExhibitNumber
        not at end move NextNumberLine to NextExhibitNumber
    end-read
    close NextNumberFile
    compute LastIssuedNumber = NextExhibitNumber - 1

    perform 1100-LoadRegister thru 1100-Exit
    if BatchCompletedWithErrors
        go to 1000-Exit
    end-if
    perform 1200-LoadHistory thru 1200-Exit
    if BatchCompletedWithErrors
        go to 1000-Exit
    end-if
    perform 1300-LoadLedger thru 1300-Exit

    open output RegisterReport
    move "EXHIBIT REGISTER RUN" to ReportLine
    write ReportLine
    move spaces to ReportLine
    write ReportLine
    move "Action  Matter      Exhibit  Label               Disposition"
        to ReportLine
    write ReportLine.
1000-Exit.
    exit.

1100-LoadRegister.
    open input RegisterFile
    if RegisterFileNotFound
        go to 1100-Exit
    end-if

    perform 1150-ReadRegister thru 1150-Exit
    perform with test after until EndOfRegisterFile
        if not EndOfRegisterFile
            if NumberOfRegisterEntries equal to 500
                display "ExhibitRegisterRun: ExhibitRegister.dat holds more"
                    " than 500 exhibits"
                set BatchCompletedWithErrors to true
                close RegisterFile
                go to 1100-Exit
            end-if
            add 1 to NumberOfRegisterEntries
            set RegisterIdx to NumberOfRegisterEntries
            move ER-Matter to RE-Matter(RegisterIdx)
            move ER-RegisterId to RE-RegisterId(RegisterIdx)
            move ER-AssignedNumber to RE-AssignedNumber(RegisterIdx)
            move ER-CurrentNumber to RE-CurrentNumber(RegisterIdx)
            move ER-Status to RE-Status(RegisterIdx)
            move ER-DateAssigned to RE-DateAssigned(RegisterIdx)
            move ER-Drafter to RE-Drafter(RegisterIdx)
            move ER-Filing to RE-Filing(RegisterIdx)
            move ER-Description to RE-Description(RegisterIdx)
            if ER-RegisterId is greater than HighestRegisterId
                move ER-RegisterId to HighestRegisterId
            end-if
            perform 1150-ReadRegister thru 1150-Exit
        end-if
    end-perform
    close RegisterFile.
1100-Exit.
    exit.

1150-ReadRegister.
    read RegisterFile
        at end set EndOfRegisterFile to true
    end-read.
1150-Exit.
    exit.

1200-LoadHistory.
    open input LabelHistory
    if LabelHistoryNotFound
        go to 1200-Exit
    end-if

    perform 1250-ReadHistory thru 1250-Exit
    perform with test after until EndOfLabelHistory
        if not EndOfLabelHistory
            if NumberOfHistoryEntries equal to 2000
                display "ExhibitRegisterRun: ExhibitLabelHistory.dat holds"
                    " more than 2000 labels"
                set BatchCompletedWithErrors to true
                close LabelHistory
                go to 1200-Exit
            end-if
            add 1 to NumberOfHistoryEntries
            set HistoryIdx to NumberOfHistoryEntries
            move LH-RegisterId to HE-RegisterId(HistoryIdx)
            move LH-Matter to HE-Matter(HistoryIdx)
            move LH-Number to HE-Number(HistoryIdx)
            move LH-Date to HE-Date(HistoryIdx)
            move LH-Event to HE-Event(HistoryIdx)
            perform 1250-ReadHistory thru 1250-Exit
        end-if
    end-perform
    close LabelHistory.
1200-Exit.
    exit.

1250-ReadHistory.
    read LabelHistory
        at end set EndOfLabelHistory to true
    end-read.
1250-Exit.
    exit.

*> The reservation ledger is read only to warn when a drafter
*> registers a number out of someone else's block, or out of a block
*> that was handed back.
1300-LoadLedger.
    open input ReservationLedger
    if ReservationLedgerNotFound
        go to 1300-Exit
    end-if

    perform 1350-ReadLedger thru 1350-Exit
    perform with test after until EndOfReservationLedger
        if not EndOfReservationLedger and NumberOfLedgerEntries is less than 200
            add 1 to NumberOfLedgerEntries
            move LG-ReservationId to LE-ReservationId(NumberOfLedgerEntries)
            move LG-Drafter to LE-Drafter(NumberOfLedgerEntries)
            move LG-FromNumber to LE-FromNumber(NumberOfLedgerEntries)
            move LG-ToNumber to LE-ToNumber(NumberOfLedgerEntries)
            move LG-Status to LE-Status(NumberOfLedgerEntries)
        end-if
        if not EndOfReservationLedger
            perform 1350-ReadLedger thru 1350-Exit
        end-if
    end-perform
    close ReservationLedger.
1300-Exit.
    exit.

1350-ReadLedger.
    read ReservationLedger
        at end set EndOfReservationLedger to true
    end-read.
1350-Exit.
    exit.

2000-ProcessTransactions.
    open input RegisterTransactions
    if RegisterTransactionsNotFound
        display "ExhibitRegisterRun: no transactions on file"
        go to 2000-Exit
    end-if

    perform 2100-ReadTransaction thru 2100-Exit
    perform with test after until EndOfRegisterTransactions
        if not EndOfRegisterTransactions
            add 1 to TransactionsRead
            perform 2200-ProcessOneTransaction thru 2200-Exit
            perform 2100-ReadTransaction thru 2100-Exit
        end-if
    end-perform
    close RegisterTransactions.
2000-Exit.
    exit.

2100-ReadTransaction.
    read RegisterTransactions
        at end set EndOfRegisterTransactions to true
    end-read.
2100-Exit.
    exit.

2200-ProcessOneTransaction.
    move spaces to NoteText
    if TransactionIsMap
        perform 2700-ApplyRenumberMap thru 2700-Exit
        go to 2200-Exit
    end-if

    if TR-Matter equal to spaces
        move "no matter given" to RejectReason
        perform 7000-RejectTransaction thru 7000-Exit
        go to 2200-Exit
    end-if
    if TR-Number is not numeric or TR-Number equal to zero
        move "exhibit number is not a number" to RejectReason
        perform 7000-RejectTransaction thru 7000-Exit
        go to 2200-Exit
    end-if

    evaluate true
        when TransactionIsAdd
            perform 2300-AddExhibit thru 2300-Exit
        when TransactionIsFile
            perform 2400-FileExhibit thru 2400-Exit
        when TransactionIsWithdraw
            perform 2500-WithdrawExhibit thru 2500-Exit
        when TransactionIsChange
            perform 2600-ChangeExhibit thru 2600-Exit
        when other
            move "unknown action" to RejectReason
            perform 7000-RejectTransaction thru 7000-Exit
    end-evaluate.
2200-Exit.
    exit.

*> Finds the exhibit a transaction addresses: the live (not
*> withdrawn) entry for the matter that currently carries the label.
2250-FindExhibit.
    move zero to FoundRegisterIndex
    perform varying RegisterIdx from 1 by 1
            until RegisterIdx is greater than NumberOfRegisterEntries
        if RE-Matter(RegisterIdx) equal to TR-Matter
                and RE-CurrentNumber(RegisterIdx) equal to TR-Number
                and RE-Status(RegisterIdx) not equal to "WITHDRAWN"
            set FoundRegisterIndex to RegisterIdx
        end-if
    end-perform.
2250-Exit.
    exit.

2300-AddExhibit.
    if TR-Number is greater than LastIssuedNumber
        move "number has not been issued by the exhibit counter"
            to RejectReason
        perform 7000-RejectTransaction thru 7000-Exit
        go to 2300-Exit
    end-if
    if TR-Description equal to spaces
        move "no description given" to RejectReason
        perform 7000-RejectTransaction thru 7000-Exit
        go to 2300-Exit
    end-if

    perform varying RegisterIdx from 1 by 1
            until RegisterIdx is greater than NumberOfRegisterEntries
        if RE-CurrentNumber(RegisterIdx) equal to TR-Number
                and RE-Status(RegisterIdx) not equal to "WITHDRAWN"
            move spaces to RejectReason
            string
                "label already registered to matter " delimited by size
                function trim(RE-Matter(RegisterIdx)) delimited by size
                into RejectReason
            end-string
            perform 7000-RejectTransaction thru 7000-Exit
            go to 2300-Exit
        end-if
    end-perform

    if NumberOfRegisterEntries equal to 500
        move "register is full" to RejectReason
        perform 7000-RejectTransaction thru 7000-Exit
        go to 2300-Exit
    end-if

    perform 2350-CheckReservation thru 2350-Exit

    add 1 to NumberOfRegisterEntries
    add 1 to HighestRegisterId
    set RegisterIdx to NumberOfRegisterEntries
    set FoundRegisterIndex to RegisterIdx
    move TR-Matter to RE-Matter(RegisterIdx)
    move HighestRegisterId to RE-RegisterId(RegisterIdx)
    move TR-Number to RE-AssignedNumber(RegisterIdx)
    move TR-Number to RE-CurrentNumber(RegisterIdx)
    move "RESERVED" to RE-Status(RegisterIdx)
    move RunDate to RE-DateAssigned(RegisterIdx)
    move TR-Drafter to RE-Drafter(RegisterIdx)
    move spaces to RE-Filing(RegisterIdx)
    move TR-Description to RE-Description(RegisterIdx)

    move "ASSIGNED" to EventForHistory
    perform 2800-RecordLabel thru 2800-Exit
    if NoteText equal to spaces
        move "registered" to NoteText
    end-if
    perform 7100-WriteDisposition thru 7100-Exit.
2300-Exit.
    exit.

2350-CheckReservation.
    perform varying LedgerIdx from 1 by 1
            until LedgerIdx is greater than NumberOfLedgerEntries
        if TR-Number is not less than LE-FromNumber(LedgerIdx)
                and TR-Number is not greater than LE-ToNumber(LedgerIdx)
            if LE-Status(LedgerIdx) equal to "RELEASED"
                add 1 to WarningsIssued
                move spaces to NoteText
                string
                    "registered - warning: number was in released block "
                        delimited by size
                    LE-ReservationId(LedgerIdx) delimited by size
                    into NoteText
                end-string
            else
                if TR-Drafter not equal to spaces
                        and LE-Drafter(LedgerIdx) not equal to TR-Drafter
                    add 1 to WarningsIssued
                    move spaces to NoteText
                    string
                        "registered - warning: block held by "
                            delimited by size
                        function trim(LE-Drafter(LedgerIdx)) delimited by size
                        into NoteText
                    end-string
                end-if
            end-if
        end-if
    end-perform.
2350-Exit.
    exit.

2400-FileExhibit.
    perform 2250-FindExhibit thru 2250-Exit
    if FoundRegisterIndex equal to zero
        move "no live exhibit with that label for the matter"
            to RejectReason
        perform 7000-RejectTransaction thru 7000-Exit
        go to 2400-Exit
    end-if
    if TR-Filing equal to spaces
        move "no filing given" to RejectReason
        perform 7000-RejectTransaction thru 7000-Exit
        go to 2400-Exit
    end-if

    if RE-Status(FoundRegisterIndex) equal to "FILED"
            and RE-Filing(FoundRegisterIndex) not equal to TR-Filing
        move spaces to NoteText
        string
            "moved to filing " delimited by size
            function trim(TR-Filing) delimited by size
            " from " delimited by size
            function trim(RE-Filing(FoundRegisterIndex)) delimited by size
            into NoteText
        end-string
    else
        move spaces to NoteText
        string
            "filed with " delimited by size
            function trim(TR-Filing) delimited by size
            into NoteText
        end-string
    end-if
    move "FILED" to RE-Status(FoundRegisterIndex)
    move TR-Filing to RE-Filing(FoundRegisterIndex)
    perform 7100-WriteDisposition thru 7100-Exit.
2400-Exit.
    exit.

*> A withdrawal keeps the label the exhibit last carried; the number
*> itself only closes up when ExhibitRenumberingRun is run and its map
*> taken up here.
2500-WithdrawExhibit.
    perform 2250-FindExhibit thru 2250-Exit
    if FoundRegisterIndex equal to zero
        move "no live exhibit with that label for the matter"
            to RejectReason
        perform 7000-RejectTransaction thru 7000-Exit
        go to 2500-Exit
    end-if

    move "WITHDRAWN" to RE-Status(FoundRegisterIndex)
    move "WITHDRAWN" to EventForHistory
    perform 2800-RecordLabel thru 2800-Exit
    move "withdrawn" to NoteText
    perform 7100-WriteDisposition thru 7100-Exit.
2500-Exit.
    exit.

2600-ChangeExhibit.
    perform 2250-FindExhibit thru 2250-Exit
    if FoundRegisterIndex equal to zero
        move "no live exhibit with that label for the matter"
            to RejectReason
        perform 7000-RejectTransaction thru 7000-Exit
        go to 2600-Exit
    end-if
    if TR-Drafter equal to spaces and TR-Description equal to spaces
        move "nothing to change" to RejectReason
        perform 7000-RejectTransaction thru 7000-Exit
        go to 2600-Exit
    end-if

    if TR-Drafter not equal to spaces
        move TR-Drafter to RE-Drafter(FoundRegisterIndex)
    end-if
    if TR-Description not equal to spaces
        move TR-Description to RE-Description(FoundRegisterIndex)
    end-if
    move "corrected" to NoteText
    perform 7100-WriteDisposition thru 7100-Exit.
2600-Exit.
    exit.

*> Takes up ExhibitRenumberingRun's old-to-new map. Each live exhibit
*> is looked up once, by the label it carried before this map, so a
*> closed-up number is never carried on into a second shift in the
*> same pass. A map whose line count and old/new totals match the last
*> one taken up is the same map again and is refused.
2700-ApplyRenumberMap.
    move zero to FoundRegisterIndex
    open input RenumberMap
    if RenumberMapNotFound
        move "no ExhibitRenumberMap.dat on file" to RejectReason
        perform 7000-RejectTransaction thru 7000-Exit
        go to 2700-Exit
    end-if

    move zero to NumberOfMapEntries
    move zero to MapOldTotal
    move zero to MapNewTotal
    move zero to MapLineNumber
    perform 2750-ReadMapLine thru 2750-Exit
    perform with test after until EndOfRenumberMap
        if not EndOfRenumberMap
            add 1 to MapLineNumber
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
                add ME-OldNumber(MapIdx) to MapOldTotal
                add ME-NewNumber(MapIdx) to MapNewTotal
            end-if
            perform 2750-ReadMapLine thru 2750-Exit
        end-if
    end-perform
    close RenumberMap

    if NumberOfMapEntries equal to zero
        move "ExhibitRenumberMap.dat carries no exhibits" to RejectReason
        perform 7000-RejectTransaction thru 7000-Exit
        go to 2700-Exit
    end-if

    open input RegisterControl
    if RegisterControlFound
        read RegisterControl
            at end continue
            not at end
                if RC-MapLines equal to NumberOfMapEntries
                        and RC-MapOldTotal equal to MapOldTotal
                        and RC-MapNewTotal equal to MapNewTotal
                    move spaces to RejectReason
                    string
                        "this renumber map was already taken up on "
                            delimited by size
                        RC-AppliedDate delimited by size
                        into RejectReason
                    end-string
                    close RegisterControl
                    perform 7000-RejectTransaction thru 7000-Exit
                    go to 2700-Exit
                end-if
        end-read
        close RegisterControl
    end-if

    move zero to ExhibitsRenumbered
    move zero to ExhibitsWithdrawnByMap
    perform 2760-RenumberOneExhibit thru 2760-Exit
        varying RegisterIdx from 1 by 1
        until RegisterIdx is greater than NumberOfRegisterEntries

    open output RegisterControl
    move spaces to RegisterControlRecord
    move NumberOfMapEntries to RC-MapLines
    move MapOldTotal to RC-MapOldTotal
    move MapNewTotal to RC-MapNewTotal
    move RunDate to RC-AppliedDate
    write RegisterControlRecord
    close RegisterControl

    move spaces to ReportLine
    move 1 to ReportPointer
    move ExhibitsRenumbered to CountDisplay
    string
        "M                                             renumber map taken up: "
            delimited by size
        function trim(CountDisplay) delimited by size
        " relabelled, " delimited by size
        into ReportLine
        with pointer ReportPointer
    end-string
    move ExhibitsWithdrawnByMap to CountDisplay
    string
        function trim(CountDisplay) delimited by size
        " withdrawn" delimited by size
        into ReportLine
        with pointer ReportPointer
    end-string
    write ReportLine
    add 1 to TransactionsApplied.
2700-Exit.
    exit.

2750-ReadMapLine.
    read RenumberMap
        at end set EndOfRenumberMap to true
    end-read.
2750-Exit.
    exit.

2760-RenumberOneExhibit.
    if RE-Status(RegisterIdx) equal to "WITHDRAWN"
        go to 2760-Exit
    end-if

    move zero to FoundMapIndex
    perform varying MapIdx from 1 by 1
            until MapIdx is greater than NumberOfMapEntries
                or FoundMapIndex is not equal to zero
        if ME-OldNumber(MapIdx) equal to RE-CurrentNumber(RegisterIdx)
            set FoundMapIndex to MapIdx
        end-if
    end-perform
    if FoundMapIndex equal to zero
        go to 2760-Exit
    end-if

    set FoundRegisterIndex to RegisterIdx
    if ME-Withdrawn(FoundMapIndex) equal to "Y"
        move "WITHDRAWN" to RE-Status(RegisterIdx)
        move "WITHDRAWN" to EventForHistory
        perform 2800-RecordLabel thru 2800-Exit
        add 1 to ExhibitsWithdrawnByMap
        go to 2760-Exit
    end-if

    if ME-NewNumber(FoundMapIndex) not equal to RE-CurrentNumber(RegisterIdx)
        move ME-NewNumber(FoundMapIndex) to RE-CurrentNumber(RegisterIdx)
        move "RENUMBERED" to EventForHistory
        perform 2800-RecordLabel thru 2800-Exit
        add 1 to ExhibitsRenumbered
    end-if.
2760-Exit.
    exit.

*> Notes the label the exhibit at FoundRegisterIndex now carries on
*> the label history.
2800-RecordLabel.
    if NumberOfHistoryEntries equal to 2000
        add 1 to WarningsIssued
        display "ExhibitRegisterRun: label history is full - "
            function trim(EventForHistory) " for register id "
            RE-RegisterId(FoundRegisterIndex) " not recorded"
        go to 2800-Exit
    end-if
    add 1 to NumberOfHistoryEntries
    set HistoryIdx to NumberOfHistoryEntries
    move RE-RegisterId(FoundRegisterIndex) to HE-RegisterId(HistoryIdx)
    move RE-Matter(FoundRegisterIndex) to HE-Matter(HistoryIdx)
    move RE-CurrentNumber(FoundRegisterIndex) to HE-Number(HistoryIdx)
    move RunDate to HE-Date(HistoryIdx)
    move EventForHistory to HE-Event(HistoryIdx).
2800-Exit.
    exit.

*> The formal exhibit list: the exhibits filed with the filing named
*> on the parms, in exhibit order, under their current labels.
3000-PrintExhibitList.
    open input RegisterParms
    if not RegisterParmsFound
        go to 3000-Exit
    end-if
    read RegisterParms
        at end move spaces to RegisterParmRecord
    end-read
    close RegisterParms
    if PM-Matter equal to spaces or PM-Filing equal to spaces
        display "ExhibitRegisterRun: ExhibitRegisterParms.dat needs a"
            " matter and a filing - no exhibit list printed"
        add 1 to WarningsIssued
        go to 3000-Exit
    end-if

    move spaces to ReportLine
    write ReportLine
    write ReportLine
    move spaces to ReportLine
    string
        "EXHIBIT LIST - MATTER " delimited by size
        function trim(PM-Matter) delimited by size
        ", FILING " delimited by size
        function trim(PM-Filing) delimited by size
        into ReportLine
    end-string
    write ReportLine
    move spaces to ReportLine
    write ReportLine
    move "Exhibit               Description" to ReportLine
    write ReportLine

    move zero to ListedNumber
    move zero to ExhibitsListed
    perform 3100-ListNextExhibit thru 3100-Exit
        with test after until CandidateIndex equal to zero

    move spaces to ReportLine
    if ExhibitsListed equal to zero
        move "No exhibits are filed with this filing." to ReportLine
    else
        move ExhibitsListed to CountDisplay
        string
            function trim(CountDisplay) delimited by size
            " exhibit(s) listed." delimited by size
            into ReportLine
        end-string
    end-if
    write ReportLine.
3000-Exit.
    exit.

*> Prints the filed exhibit with the lowest label above the last one
*> printed; CandidateIndex comes back zero when none are left.
3100-ListNextExhibit.
    move zero to CandidateIndex
    move 99999 to CandidateNumber
    perform varying RegisterIdx from 1 by 1
            until RegisterIdx is greater than NumberOfRegisterEntries
        if RE-Matter(RegisterIdx) equal to PM-Matter
                and RE-Filing(RegisterIdx) equal to PM-Filing
                and RE-Status(RegisterIdx) equal to "FILED"
                and RE-CurrentNumber(RegisterIdx) is greater than ListedNumber
                and RE-CurrentNumber(RegisterIdx) is less than CandidateNumber
            move RE-CurrentNumber(RegisterIdx) to CandidateNumber
            set CandidateIndex to RegisterIdx
        end-if
    end-perform
    if CandidateIndex equal to zero
        go to 3100-Exit
    end-if

    move CandidateNumber to ListedNumber
    add 1 to ExhibitsListed
    move ArabicToRoman(CandidateNumber) to RomanLabel
    move spaces to ReportLine
    string
        "Exhibit " delimited by size
        RomanLabel(1:14) delimited by size
        RE-Description(CandidateIndex) delimited by size
        into ReportLine
    end-string
    write ReportLine.
3100-Exit.
    exit.

4000-PrintRegister.
    move spaces to ReportLine
    write ReportLine
    write ReportLine
    move "REGISTER" to ReportLine
    write ReportLine
    move spaces to ReportLine
    write ReportLine
    move "Matter      Id     Exhibit  Label           Status     Assigned  Drafter               Filing      Description"
        to ReportLine
    write ReportLine

    perform varying RegisterIdx from 1 by 1
            until RegisterIdx is greater than NumberOfRegisterEntries
        move ArabicToRoman(RE-CurrentNumber(RegisterIdx)) to RomanLabel
        move spaces to ReportLine
        string
            RE-Matter(RegisterIdx) delimited by size
            "  " delimited by size
            RE-RegisterId(RegisterIdx) delimited by size
            "  " delimited by size
            RE-CurrentNumber(RegisterIdx) delimited by size
            "    " delimited by size
            RomanLabel(1:14) delimited by size
            "  " delimited by size
            RE-Status(RegisterIdx) delimited by size
            "  " delimited by size
            RE-DateAssigned(RegisterIdx) delimited by size
            "  " delimited by size
            RE-Drafter(RegisterIdx) delimited by size
            "  " delimited by size
            RE-Filing(RegisterIdx) delimited by size
            "  " delimited by size
            RE-Description(RegisterIdx)(1:30) delimited by size
            into ReportLine
        end-string
        write ReportLine
    end-perform

    move spaces to ReportLine
    write ReportLine
    move NumberOfRegisterEntries to CountDisplay
    string
        "Exhibits on the register: " delimited by size
        function trim(CountDisplay) delimited by size
        into ReportLine
    end-string
    write ReportLine.
4000-Exit.
    exit.

*> The label index: each exhibit under its current label, then every
*> label it has carried, oldest first, and how it came by it.
5000-PrintLabelIndex.
    open output LabelIndex
    move "EXHIBIT LABEL INDEX" to IndexLine
    write IndexLine
    move spaces to IndexLine
    write IndexLine

    perform 5100-IndexOneExhibit thru 5100-Exit
        varying RegisterIdx from 1 by 1
        until RegisterIdx is greater than NumberOfRegisterEntries

    close LabelIndex.
5000-Exit.
    exit.

5100-IndexOneExhibit.
    move ArabicToRoman(RE-CurrentNumber(RegisterIdx)) to RomanLabel
    move ArabicToRoman(RE-AssignedNumber(RegisterIdx)) to AssignedRomanLabel
    move spaces to IndexLine
    string
        "Matter " delimited by size
        RE-Matter(RegisterIdx) delimited by size
        "  Exhibit " delimited by size
        RomanLabel(1:14) delimited by size
        "  first " delimited by size
        AssignedRomanLabel(1:14) delimited by size
        "  " delimited by size
        RE-Status(RegisterIdx) delimited by size
        "  " delimited by size
        RE-Description(RegisterIdx)(1:40) delimited by size
        into IndexLine
    end-string
    write IndexLine

    perform varying HistoryIdx from 1 by 1
            until HistoryIdx is greater than NumberOfHistoryEntries
        if HE-RegisterId(HistoryIdx) equal to RE-RegisterId(RegisterIdx)
            move ArabicToRoman(HE-Number(HistoryIdx)) to RomanLabel
            move spaces to IndexLine
            string
                "      " delimited by size
                HE-Number(HistoryIdx) delimited by size
                "  " delimited by size
                RomanLabel(1:14) delimited by size
                "  " delimited by size
                HE-Event(HistoryIdx) delimited by size
                "  " delimited by size
                HE-Date(HistoryIdx) delimited by size
                into IndexLine
            end-string
            write IndexLine
        end-if
    end-perform.
5100-Exit.
    exit.

6000-RewriteRegister.
    open output RegisterFile
    perform varying RegisterIdx from 1 by 1
            until RegisterIdx is greater than NumberOfRegisterEntries
        move spaces to ExhibitRegisterRecord
        move RE-Matter(RegisterIdx) to ER-Matter
        move RE-RegisterId(RegisterIdx) to ER-RegisterId
        move RE-AssignedNumber(RegisterIdx) to ER-AssignedNumber
        move RE-CurrentNumber(RegisterIdx) to ER-CurrentNumber
        move RE-Status(RegisterIdx) to ER-Status
        move RE-DateAssigned(RegisterIdx) to ER-DateAssigned
        move RE-Drafter(RegisterIdx) to ER-Drafter
        move RE-Filing(RegisterIdx) to ER-Filing
        move RE-Description(RegisterIdx) to ER-Description
        write ExhibitRegisterRecord
    end-perform
    close RegisterFile

    open output LabelHistory
    perform varying HistoryIdx from 1 by 1
            until HistoryIdx is greater than NumberOfHistoryEntries
        move spaces to LabelHistoryRecord
        move HE-RegisterId(HistoryIdx) to LH-RegisterId
        move HE-Matter(HistoryIdx) to LH-Matter
        move HE-Number(HistoryIdx) to LH-Number
        move HE-Date(HistoryIdx) to LH-Date
        move HE-Event(HistoryIdx) to LH-Event
        write LabelHistoryRecord
    end-perform
    close LabelHistory.
6000-Exit.
    exit.

7000-RejectTransaction.
    add 1 to TransactionsRejected
    move spaces to ReportLine
    string
        TR-Action delimited by size
        "       " delimited by size
        TR-Matter delimited by size
        "  " delimited by size
        TR-Number delimited by size
        "                                REJECTED - " delimited by size
        function trim(RejectReason) delimited by size
        into ReportLine
    end-string
    write ReportLine
    display "ExhibitRegisterRun: " TR-Action " " function trim(TR-Matter)
        " " TR-Number " rejected - " function trim(RejectReason).
7000-Exit.
    exit.

7100-WriteDisposition.
    add 1 to TransactionsApplied
    move ArabicToRoman(RE-CurrentNumber(FoundRegisterIndex)) to RomanLabel
    move spaces to ReportLine
    string
        TR-Action delimited by size
        "       " delimited by size
        TR-Matter delimited by size
        "  " delimited by size
        TR-Number delimited by size
        "    " delimited by size
        RomanLabel(1:18) delimited by size
        "  " delimited by size
        function trim(NoteText) delimited by size
        into ReportLine
    end-string
    write ReportLine.
7100-Exit.
    exit.

8000-SetReturnCode.
    if TransactionsRejected is greater than zero
            or WarningsIssued is greater than zero
        set BatchCompletedWithWarnings to true
    else
        set BatchCompletedNormally to true
    end-if.
8000-Exit.
    exit.

9000-Terminate.
    move spaces to ReportLine
    write ReportLine
    move 1 to ReportPointer
    move TransactionsRead to CountDisplay
    string
        "Transactions read " delimited by size
        function trim(CountDisplay) delimited by size
        into ReportLine
        with pointer ReportPointer
    end-string
    move TransactionsApplied to CountDisplay
    string
        ", applied " delimited by size
        function trim(CountDisplay) delimited by size
        into ReportLine
        with pointer ReportPointer
    end-string
    move TransactionsRejected to CountDisplay
    string
        ", rejected " delimited by size
        function trim(CountDisplay) delimited by size
        into ReportLine
        with pointer ReportPointer
    end-string
    move WarningsIssued to CountDisplay
    string
        ", warnings " delimited by size
        function trim(CountDisplay) delimited by size
        into ReportLine
        with pointer ReportPointer
    end-string
    write ReportLine
    close RegisterReport.
9000-Exit.
    exit.

end program ExhibitRegisterRun.
