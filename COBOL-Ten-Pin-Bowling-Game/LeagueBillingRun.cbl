*> invoice per bowler plus the accounts-receivable summary the
*> treasurer works from. The invoice total is spelled out through
*> the same AmountInWords function ChequePrintRun prints cheque
*> faces with, so a signed invoice doubles as a receipt. A bowler
*> ReceivablesPostingRun has listed on LateChargeAssessments.dat as
*> still owing on an earlier billing period is charged the late
*> charge on this invoice.
*>
*> Each league in the center bills separately. When LeagueRunParms.dat
*> names a league, only that league's games are counted, the invoices,
*> receivables summary and late-charge list carry the league code in
*> their names (BowlerInvoices-TUE.dat), and the league's own fee
*> schedule (BillingFeeSchedule-TUE.dat) is used if it has one - the
*> house schedule otherwise. With no league named the run bills the
*> whole history under the usual file names.

environment division.
configuration section.
    select BowlerGameHistory assign to "BowlerGameHistory.dat"
        organization is line sequential
        file status is GameHistoryStatus.
    select BillingFeeSchedule assign to FeeScheduleName
        organization is line sequential
        file status is FeeScheduleStatus.
    select BowlerInvoices assign to InvoicesName
        organization is line sequential.
    select ReceivablesSummary assign to ReceivablesSummaryName
        organization is line sequential.
    select LateChargeAssessments assign to LateChargeName
        organization is line sequential
        file status is LateChargeStatus.
    select LeagueRunParms assign to "LeagueRunParms.dat"
        organization is line sequential
        file status is LeagueRunParmsStatus.

data division.
file section.
    fd ReceivablesSummary.
        01 SummaryLine pic x(100).

    fd LateChargeAssessments.
        01 LateChargeRecord.
            02 LC-BowlerName     pic x(20).
            02 filler            pic x.
            02 LC-OverdueSince   pic 9(8).
            02 filler            pic x.
            02 LC-OverdueAmount  pic 9(7)v99.
            02 filler            pic x.
            02 LC-LateCharge     pic 9(4)v99.

    fd LeagueRunParms.
        01 LeagueParmRecord.
            02 ParmLeagueCode pic x(3).

working-storage section.
    01 BowlerAccounts.
        02 BowlerAccount occurs 1 to 150 times depending on NumberOfBowlers
                indexed by BowlerIdx.
            03 BL-Name        pic x(20).
            03 BL-GamesBilled pic 999.
            03 BL-LateChargeDue pic 9(4)v99.
            03 BL-OverdueSince pic 9(8).
    01 NumberOfBowlers pic 999 value zero.
    01 FoundBowlerIndex pic 999 value zero.
    01 BowlersOverflowed pic 9(5) value zero.

    01 LateChargesDue.
        02 LateChargeDue occurs 1 to 100 times depending on NumberOfLateCharges
                indexed by LateChargeIdx.
            03 LD-BowlerName   pic x(20).
            03 LD-OverdueSince pic 9(8).
            03 LD-LateCharge   pic 9(4)v99.
    01 NumberOfLateCharges pic 999 value zero.

    01 GameHistoryStatus pic xx value spaces.
        88 GameHistoryNotFound value "35".
        88 EndOfGameHistory value "10".
    01 FeeScheduleStatus pic xx value spaces.
        88 FeeScheduleFound value "00".
    01 LeagueRunParmsStatus pic xx value spaces.
        88 LeagueRunParmsFound value "00".
    01 RunLeagueCode pic x(3) value spaces.
    01 LeagueSelectedSwitch pic 9 value zero usage binary.
        88 LeagueIsSelected value 1.
    01 FeeScheduleName pic x(40) value "BillingFeeSchedule.dat".
    01 InvoicesName pic x(40) value "BowlerInvoices.dat".
    01 ReceivablesSummaryName pic x(40) value "ReceivablesSummary.dat".
    01 LateChargeName pic x(40) value "LateChargeAssessments.dat".
    01 LateChargeStatus pic xx value spaces.
        88 LateChargesNotFound value "35".
        88 EndOfLateCharges value "10".

    01 BillingFromDate pic 9(8) value zero.
    01 BillingToDate pic 9(8) value 99999999.
    01 LineageDueEdited pic z(6)9.99 value zero.
    01 SeasonFeeEdited pic z(6)9.99 value zero.
    01 LateChargeEdited pic z(6)9.99 value zero.
    01 LateChargeDueEdited pic z(6)9.99 value zero.
    01 LineageRateEdited pic zz9.99 value zero.
    01 WordsAmount pic x(255) value spaces.

    01 ReceivableTotal pic 9(10)v99 value zero.
    01 ReceivableTotalEdited pic z(8)9.99 value zero.
    01 InvoicesWritten pic 999 value zero.
    01 LateChargesBilled pic 999 value zero.

    copy BatchReturnCode.

        stop run
    end-if
    perform 2000-CountBilledGames thru 2000-Exit
    if BowlersOverflowed is greater than zero
        perform 8000-SetReturnCode thru 8000-Exit
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 3000-WriteInvoices thru 3000-Exit
    perform 4000-WriteReceivablesSummary thru 4000-Exit
    perform 8000-SetReturnCode thru 8000-Exit
    stop run.

1000-Initialize.
    perform 1050-SetLeagueFileNames thru 1050-Exit
    open input BillingFeeSchedule
    if not FeeScheduleFound and LeagueIsSelected
        move "BillingFeeSchedule.dat" to FeeScheduleName
        open input BillingFeeSchedule
    end-if
    if FeeScheduleFound
        read BillingFeeSchedule
            at end continue
                move 1 to FeeScheduleOnFile
        end-read
        close BillingFeeSchedule
    end-if

    perform 1100-LoadLateCharges thru 1100-Exit.
1000-Exit.
    exit.

1050-SetLeagueFileNames.
    open input LeagueRunParms
    if not LeagueRunParmsFound
        go to 1050-Exit
    end-if
    read LeagueRunParms
        at end move spaces to ParmLeagueCode
    end-read
    close LeagueRunParms
    if ParmLeagueCode equal to spaces
        go to 1050-Exit
    end-if

    move ParmLeagueCode to RunLeagueCode
    move 1 to LeagueSelectedSwitch
    move spaces to FeeScheduleName
    string
        "BillingFeeSchedule-" delimited by size
        RunLeagueCode delimited by space
        ".dat" delimited by size
        into FeeScheduleName
    end-string
    move spaces to InvoicesName
    string
        "BowlerInvoices-" delimited by size
        RunLeagueCode delimited by space
        ".dat" delimited by size
        into InvoicesName
    end-string
    move spaces to ReceivablesSummaryName
    string
        "ReceivablesSummary-" delimited by size
        RunLeagueCode delimited by space
        ".dat" delimited by size
        into ReceivablesSummaryName
    end-string
    move spaces to LateChargeName
    string
        "LateChargeAssessments-" delimited by size
        RunLeagueCode delimited by space
        ".dat" delimited by size
        into LateChargeName
    end-string.
1050-Exit.
    exit.

1100-LoadLateCharges.
    open input LateChargeAssessments
    if LateChargesNotFound
        go to 1100-Exit
    end-if

    perform 1150-ReadLateCharge thru 1150-Exit
    perform with test after until EndOfLateCharges
        if not EndOfLateCharges and NumberOfLateCharges is less than 100
            add 1 to NumberOfLateCharges
            move LC-BowlerName to LD-BowlerName(NumberOfLateCharges)
            move LC-OverdueSince to LD-OverdueSince(NumberOfLateCharges)
            move LC-LateCharge to LD-LateCharge(NumberOfLateCharges)
        end-if
        perform 1150-ReadLateCharge thru 1150-Exit
    end-perform
    close LateChargeAssessments.
1100-Exit.
    exit.

1150-ReadLateCharge.
    read LateChargeAssessments
        at end set EndOfLateCharges to true
    end-read.
1150-Exit.
    exit.

2000-CountBilledGames.
    open input BowlerGameHistory
    if GameHistoryNotFound
    exit.

2200-CountOneGame.
    if LeagueIsSelected and GH-LeagueCode not equal to RunLeagueCode
        go to 2200-Exit
    end-if
    move function numval(GH-GameDate) to GameDateNumeric
    if GameDateNumeric is less than BillingFromDate
            or GameDateNumeric is greater than BillingToDate
    end-perform

    if FoundBowlerIndex equal to zero
        if NumberOfBowlers equal to 150
            add 1 to BowlersOverflowed
            go to 2200-Exit
        end-if
        add 1 to NumberOfBowlers
        move NumberOfBowlers to FoundBowlerIndex
        move GH-BowlerName to BL-Name(FoundBowlerIndex)
        move zero to BL-GamesBilled(FoundBowlerIndex)
        perform 2300-FindLateCharge thru 2300-Exit
    end-if

    add 1 to BL-GamesBilled(FoundBowlerIndex).
2200-Exit.
    exit.

2300-FindLateCharge.
    move zero to BL-LateChargeDue(FoundBowlerIndex)
    move zero to BL-OverdueSince(FoundBowlerIndex)
    perform varying LateChargeIdx from 1 by 1
            until LateChargeIdx is greater than NumberOfLateCharges
        if LD-BowlerName(LateChargeIdx) equal to GH-BowlerName
            move LD-LateCharge(LateChargeIdx) to BL-LateChargeDue(FoundBowlerIndex)
            move LD-OverdueSince(LateChargeIdx) to BL-OverdueSince(FoundBowlerIndex)
        end-if
    end-perform.
2300-Exit.
    exit.

3000-WriteInvoices.
    open output BowlerInvoices

3100-WriteOneInvoice.
    add 1 to InvoicesWritten
    compute LineageDue = BL-GamesBilled(BowlerIdx) * LineagePerGame
    compute InvoiceTotal = LineageDue + SeasonFee + BL-LateChargeDue(BowlerIdx)
    add InvoiceTotal to ReceivableTotal

    move LineageDue to LineageDueEdited
    end-string
    write InvoiceLine

    if BL-LateChargeDue(BowlerIdx) is greater than zero
        add 1 to LateChargesBilled
        move BL-LateChargeDue(BowlerIdx) to LateChargeDueEdited
        move spaces to InvoiceLine
        string
            "Late charge: " delimited by size
            function trim(LateChargeDueEdited) delimited by size
            " - balance unpaid since " delimited by size
            BL-OverdueSince(BowlerIdx) delimited by size
            into InvoiceLine
        end-string
        write InvoiceLine
    end-if

    move spaces to InvoiceLine
    string
        "TOTAL DUE: " delimited by size

3200-WriteSummaryLine.
    compute LineageDue = BL-GamesBilled(BowlerIdx) * LineagePerGame
    compute InvoiceTotal = LineageDue + SeasonFee + BL-LateChargeDue(BowlerIdx)
    move InvoiceTotal to InvoiceTotalEdited
    move spaces to SummaryLine
    string
        BillingFromDate delimited by size
        " - " delimited by size
        BillingToDate delimited by size
        "  " delimited by size
        RunLeagueCode delimited by size
        into SummaryLine
    end-string
    write SummaryLine
        function trim(ReceivableTotalEdited) delimited by size
        "   invoices: " delimited by size
        InvoicesWritten delimited by size
        "   late charges: " delimited by size
        LateChargesBilled delimited by size
        into SummaryLine
    end-string
    write SummaryLine
    exit.

8000-SetReturnCode.
    if BowlersOverflowed is greater than zero
        set BatchCompletedWithErrors to true
        display "LeagueBillingRun: more than 150 bowlers to bill - "
            BowlersOverflowed " game(s) not billed"
        go to 8000-Exit
    end-if
    if NumberOfBowlers equal to zero
        set BatchCompletedWithWarnings to true
        display "LeagueBillingRun: no games in the billing period -"
