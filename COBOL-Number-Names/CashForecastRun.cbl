identification division.
program-id. CashForecastRun.

*> Cash requirements forecast per disbursement account, run ahead of
*> ChequePrintRun so treasury can fund each account before anything
*> is released. Three sources are projected, by account code (blank
*> is the operating account, as everywhere else):
*>   - tonight's Disbursements.dat, as ChequePrintRun would release it;
*>   - HeldDisbursements.dat, on the footing that every held item is
*>     released with the next run (the prudent view for funding);
*>   - ISSUED cheques still outstanding on ChequeRegister.dat.
*> Transfers settle on the value date the print run gives them, the
*> next business day. Cheques do not all clear at once: they follow
*> the historical clearing curve on ClearingCurve.dat - business days
*> after the cheque date and the percentage that clears that day -
*> with the last step taking whatever the curve leaves. The share of
*> an outstanding cheque whose clearing day has already gone by is
*> still owed and falls on the first forecast day.
*>
*> Value dates come from the business-day calendar (NextBusinessDay
*> and AddBusinessDays) over the number of business days on
*> CashForecastParms.dat, ten if there is no parm. Each account's
*> need is set against its balance on OpeningBalances.dat, day by
*> day, and a day on which the running balance goes below zero is
*> flagged OVERDRAWN on CashForecastReport.dat.
*>
*> The accounts are funded in home currency. An outstanding cheque
*> drawn in another currency is forecast at the home equivalent the
*> print run recorded on the register. A new or held payment in
*> another currency has no home amount until the print run converts
*> it, so it is left out of the forecast, counted on the report and
*> the run ends with a warning for treasury to fund it by hand.

environment division.
configuration section.
    repository.
        function all intrinsic
        function NextBusinessDay
        function AddBusinessDays.

input-output section.
file-control.
    select Disbursements assign to "Disbursements.dat"
        organization is line sequential
        file status is DisbursementsStatus.
    select HeldDisbursements assign to "HeldDisbursements.dat"
        organization is line sequential
        file status is HeldDisbursementsStatus.
    select ChequeRegister assign to "ChequeRegister.dat"
        organization is line sequential
        file status is ChequeRegisterStatus.
    select OpeningBalances assign to "OpeningBalances.dat"
        organization is line sequential
        file status is OpeningBalancesStatus.
    select ClearingCurve assign to "ClearingCurve.dat"
        organization is line sequential
        file status is ClearingCurveStatus.
    select CashForecastParms assign to "CashForecastParms.dat"
        organization is line sequential
        file status is CashForecastParmsStatus.
    select ForecastReport assign to "CashForecastReport.dat"
        organization is line sequential.

data division.
file section.
    fd Disbursements.
        01 DisbursementRecord.
            02 D-Payee        pic x(20).
            02 filler         pic x.
            02 D-Sign         pic x.
            02 D-Amount       pic 9(10)v99.
            02 filler         pic x.
            02 D-ManualSign   pic x.
            02 D-ManualAmount pic 9(10)v99.
            02 filler         pic x.
            02 D-PayMethod    pic x.
                88 DisbursementIsTransfer value "E".
            02 filler         pic x.
            02 D-ApproverCode pic x(4).
            02 filler         pic x.
            02 D-AccountCode  pic x(3).
            02 filler         pic x(8).
            02 D-CurrencyCode pic x(3).
        01 DisbursementControl redefines DisbursementRecord.
            02 DC-RecordId    pic x(9).
                88 RecordIsTrailer value "*TRAILER*".
                88 RecordIsInvoice value "*INVOICE*".
            02 filler         pic x(49).

    fd HeldDisbursements.
        copy HeldDisbursementRecord.

    fd ChequeRegister.
        copy ChequeRegisterRecord.

    fd OpeningBalances.
        01 OpeningBalanceRecord.
            02 OB-AccountCode pic x(3).
            02 filler         pic x.
            02 OB-Sign        pic x.
            02 OB-Balance     pic 9(10)v99.

    fd ClearingCurve.
        01 ClearingCurveRecord.
            02 CC-BusinessDays pic 99.
            02 filler          pic x.
            02 CC-Percent      pic 999.

    fd CashForecastParms.
        01 CashForecastParmRecord.
            02 ParmHorizonDays pic 99.

    fd ForecastReport.
        01 ReportLine pic x(120).

working-storage section.
*> One row per account, one need bucket per forecast day, and a
*> bucket for whatever clears beyond the horizon.
    01 ForecastAccounts.
        02 ForecastAccount occurs 1 to 20 times depending on NumberOfAccounts
                indexed by AccountIdx.
            03 FA-AccountCode   pic x(3).
            03 FA-Opening       pic s9(12)v99.
            03 FA-HasOpening    pic 9.
            03 FA-NewCheques    pic s9(12)v99.
            03 FA-NewTransfers  pic s9(12)v99.
            03 FA-Held          pic s9(12)v99.
            03 FA-Outstanding   pic s9(12)v99.
            03 FA-BeyondHorizon pic s9(12)v99.
            03 FA-DayNeed       pic s9(12)v99 occurs 30 times.
    01 NumberOfAccounts pic 99 value zero.
    01 FoundAccountIndex pic 99 value zero.
    01 AccountToFind pic x(3) value spaces.
    01 DefaultAccountCode pic x(3) value "OPR".
    01 HomeCurrencyCode pic x(3) value "USD".
    01 ItemCurrency pic x(3) value spaces.
    01 ForeignItemsSkipped pic 9(4) value zero.

    01 ForecastDates.
        02 ForecastDate pic 9(8) occurs 30 times indexed by DayIdx.
    01 HorizonDays pic 99 value 10.
    01 DayOffset pic 9(6) value zero.

*> The clearing curve; 1100 supplies the usual one when there is no
*> ClearingCurve.dat.
    01 ClearingSteps.
        02 ClearingStep occurs 1 to 20 times depending on NumberOfClearingSteps
                indexed by StepIdx.
            03 CS-BusinessDays pic 9(6).
            03 CS-Percent      pic 999.
    01 NumberOfClearingSteps pic 99 value zero.

    01 DisbursementsStatus pic xx value spaces.
        88 DisbursementsNotFound value "35".
        88 EndOfDisbursements value "10".
    01 HeldDisbursementsStatus pic xx value spaces.
        88 HeldDisbursementsNotFound value "35".
        88 EndOfHeldDisbursements value "10".
    01 ChequeRegisterStatus pic xx value spaces.
        88 ChequeRegisterNotFound value "35".
        88 EndOfChequeRegister value "10".
    01 OpeningBalancesStatus pic xx value spaces.
        88 OpeningBalancesNotFound value "35".
        88 EndOfOpeningBalances value "10".
    01 ClearingCurveStatus pic xx value spaces.
        88 ClearingCurveNotFound value "35".
        88 EndOfClearingCurve value "10".
    01 CashForecastParmsStatus pic xx value spaces.
        88 CashForecastParmsFound value "00".

    01 RunDate pic 9(8) value zero.
    01 CurrentDateFields.
        02 CurrentDateYmd pic 9(8).
        02 filler pic x(13).

    01 ItemAmount pic s9(12)v99 value zero.
    01 ItemChequeDate pic 9(8) value zero.
    01 ItemIsTransfer pic 9 value zero usage binary.
    01 ItemSource pic x value space.
        88 ItemIsNew         value "N".
        88 ItemIsHeld        value "H".
        88 ItemIsOutstanding value "O".
    01 StepAmount pic s9(12)v99 value zero.
    01 AmountSpread pic s9(12)v99 value zero.
    01 ValueDate pic 9(8) value zero.
    01 FoundDayIndex pic 99 value zero.

    01 RunningBalance pic s9(12)v99 value zero.
    01 TotalNeed pic s9(12)v99 value zero.
    01 DaysOverdrawn pic 99 value zero.
    01 AccountsOverdrawn pic 99 value zero.
    01 AccountsOverflowed pic 9 value zero usage binary.
    01 AmountEdited pic --,---,---,--9.99.
    01 BalanceEdited pic --,---,---,--9.99.

    copy BatchReturnCode.

procedure division.

0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    perform 2000-ProjectDisbursements thru 2000-Exit
    perform 3000-ProjectHeldItems thru 3000-Exit
    perform 4000-ProjectOutstanding thru 4000-Exit
    perform 5000-WriteForecast thru 5000-Exit
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
    move BatchReturnCode to return-code
    stop run.

1000-Initialize.
    move function current-date to CurrentDateFields
    move CurrentDateYmd to RunDate

    open input CashForecastParms
    if CashForecastParmsFound
        read CashForecastParms
            at end continue
            not at end
                if ParmHorizonDays is numeric
                        and ParmHorizonDays is greater than zero
                    move ParmHorizonDays to HorizonDays
                end-if
        end-read
        close CashForecastParms
    end-if
    if HorizonDays is greater than 30
        move 30 to HorizonDays
    end-if

*> Day one is the print run's cheque date and the transfers' value
*> date; each later day is one more business day on.
    move NextBusinessDay(RunDate) to ForecastDate(1)
    perform varying DayIdx from 2 by 1 until DayIdx is greater than HorizonDays
        move 1 to DayOffset
        move AddBusinessDays(ForecastDate(DayIdx - 1), DayOffset)
            to ForecastDate(DayIdx)
    end-perform

    perform 1100-LoadClearingCurve thru 1100-Exit
    perform 1200-LoadOpeningBalances thru 1200-Exit

    open output ForecastReport
    move spaces to ReportLine
    string
        "Cash requirements forecast run " delimited by size
        RunDate delimited by size
        "  value dates " delimited by size
        ForecastDate(1) delimited by size
        " to " delimited by size
        ForecastDate(HorizonDays) delimited by size
        into ReportLine
    end-string
    write ReportLine.
1000-Exit.
    exit.

1100-LoadClearingCurve.
    open input ClearingCurve
    if ClearingCurveNotFound
        move 4 to NumberOfClearingSteps
        move 1 to CS-BusinessDays(1)
        move 30 to CS-Percent(1)
        move 2 to CS-BusinessDays(2)
        move 35 to CS-Percent(2)
        move 5 to CS-BusinessDays(3)
        move 25 to CS-Percent(3)
        move 10 to CS-BusinessDays(4)
        move 10 to CS-Percent(4)
        go to 1100-Exit
    end-if

    perform with test after until EndOfClearingCurve
        read ClearingCurve
            at end set EndOfClearingCurve to true
        end-read
        if not EndOfClearingCurve and NumberOfClearingSteps is less than 20
                and CC-BusinessDays is numeric and CC-Percent is numeric
            add 1 to NumberOfClearingSteps
            move CC-BusinessDays to CS-BusinessDays(NumberOfClearingSteps)
            move CC-Percent to CS-Percent(NumberOfClearingSteps)
        end-if
    end-perform
    close ClearingCurve.
1100-Exit.
    exit.

1200-LoadOpeningBalances.
    open input OpeningBalances
    if OpeningBalancesNotFound
        display "CashForecastRun: no opening balances - accounts start at zero"
        go to 1200-Exit
    end-if

    perform with test after until EndOfOpeningBalances
        read OpeningBalances
            at end set EndOfOpeningBalances to true
        end-read
        if not EndOfOpeningBalances
            move OB-AccountCode to AccountToFind
            perform 1800-FindOrAddAccount thru 1800-Exit
            if FoundAccountIndex is greater than zero
                move OB-Balance to FA-Opening(FoundAccountIndex)
                if OB-Sign equal to "-"
                    compute FA-Opening(FoundAccountIndex) = zero - OB-Balance
                end-if
                move 1 to FA-HasOpening(FoundAccountIndex)
            end-if
        end-if
    end-perform
    close OpeningBalances.
1200-Exit.
    exit.

1800-FindOrAddAccount.
    if AccountToFind equal to spaces
        move DefaultAccountCode to AccountToFind
    end-if
    move zero to FoundAccountIndex
    perform varying AccountIdx from 1 by 1
            until AccountIdx is greater than NumberOfAccounts
        if FA-AccountCode(AccountIdx) equal to AccountToFind
            set FoundAccountIndex to AccountIdx
        end-if
    end-perform
    if FoundAccountIndex is greater than zero
        go to 1800-Exit
    end-if

    if NumberOfAccounts equal to 20
        move 1 to AccountsOverflowed
        go to 1800-Exit
    end-if
    add 1 to NumberOfAccounts
    move NumberOfAccounts to FoundAccountIndex
    move AccountToFind to FA-AccountCode(FoundAccountIndex)
    move zero to FA-Opening(FoundAccountIndex)
    move zero to FA-HasOpening(FoundAccountIndex)
    move zero to FA-NewCheques(FoundAccountIndex)
    move zero to FA-NewTransfers(FoundAccountIndex)
    move zero to FA-Held(FoundAccountIndex)
    move zero to FA-Outstanding(FoundAccountIndex)
    move zero to FA-BeyondHorizon(FoundAccountIndex)
    perform varying DayIdx from 1 by 1 until DayIdx is greater than 30
        move zero to FA-DayNeed(FoundAccountIndex, DayIdx)
    end-perform.
1800-Exit.
    exit.

2000-ProjectDisbursements.
    open input Disbursements
    if DisbursementsNotFound
        go to 2000-Exit
    end-if

    set ItemIsNew to true
    perform with test after until EndOfDisbursements
        read Disbursements
            at end set EndOfDisbursements to true
        end-read
        if not EndOfDisbursements
                and not RecordIsTrailer and not RecordIsInvoice
            move D-CurrencyCode to ItemCurrency
            move D-AccountCode to AccountToFind
            move D-Amount to ItemAmount
            if D-Sign equal to "-"
                compute ItemAmount = zero - D-Amount
            end-if
            move zero to ItemIsTransfer
            if DisbursementIsTransfer
                move 1 to ItemIsTransfer
            end-if
            move ForecastDate(1) to ItemChequeDate
            perform 2500-ProjectOneItem thru 2500-Exit
        end-if
    end-perform
    close Disbursements.
2000-Exit.
    exit.

*> A transfer lands whole on its value date; a cheque is spread
*> over the clearing curve from its cheque date.
2500-ProjectOneItem.
    if ItemCurrency not equal to spaces
            and ItemCurrency not equal to HomeCurrencyCode
        add 1 to ForeignItemsSkipped
        go to 2500-Exit
    end-if
    perform 1800-FindOrAddAccount thru 1800-Exit
    if FoundAccountIndex equal to zero
        go to 2500-Exit
    end-if

    evaluate true
        when ItemIsNew and ItemIsTransfer equal to 1
            add ItemAmount to FA-NewTransfers(FoundAccountIndex)
        when ItemIsNew
            add ItemAmount to FA-NewCheques(FoundAccountIndex)
        when ItemIsHeld
            add ItemAmount to FA-Held(FoundAccountIndex)
        when other
            add ItemAmount to FA-Outstanding(FoundAccountIndex)
    end-evaluate

    if ItemIsTransfer equal to 1
        move ItemAmount to StepAmount
        move ItemChequeDate to ValueDate
        perform 2600-PostToValueDate thru 2600-Exit
        go to 2500-Exit
    end-if

    move zero to AmountSpread
    perform varying StepIdx from 1 by 1
            until StepIdx is greater than NumberOfClearingSteps
        if StepIdx equal to NumberOfClearingSteps
            compute StepAmount = ItemAmount - AmountSpread
        else
            compute StepAmount rounded =
                ItemAmount * CS-Percent(StepIdx) / 100
        end-if
        add StepAmount to AmountSpread
        move AddBusinessDays(ItemChequeDate, CS-BusinessDays(StepIdx))
            to ValueDate
        perform 2600-PostToValueDate thru 2600-Exit
    end-perform.
2500-Exit.
    exit.

*> Anything due on or before day one - including clearing days
*> already gone by - is needed on day one.
2600-PostToValueDate.
    move zero to FoundDayIndex
    perform varying DayIdx from 1 by 1 until DayIdx is greater than HorizonDays
        if ForecastDate(DayIdx) is not greater than ValueDate
            set FoundDayIndex to DayIdx
        end-if
    end-perform

    evaluate true
        when ValueDate is greater than ForecastDate(HorizonDays)
            add StepAmount to FA-BeyondHorizon(FoundAccountIndex)
        when FoundDayIndex equal to zero
            add StepAmount to FA-DayNeed(FoundAccountIndex, 1)
        when other
            add StepAmount to FA-DayNeed(FoundAccountIndex, FoundDayIndex)
    end-evaluate.
2600-Exit.
    exit.

3000-ProjectHeldItems.
    open input HeldDisbursements
    if HeldDisbursementsNotFound
        go to 3000-Exit
    end-if

    set ItemIsHeld to true
    perform with test after until EndOfHeldDisbursements
        read HeldDisbursements
            at end set EndOfHeldDisbursements to true
        end-read
        if not EndOfHeldDisbursements
            move HD-CurrencyCode to ItemCurrency
            move HD-AccountCode to AccountToFind
            move HD-Amount to ItemAmount
            if HD-Sign equal to "-"
                compute ItemAmount = zero - HD-Amount
            end-if
            move zero to ItemIsTransfer
            if HD-PayMethod equal to "E"
                move 1 to ItemIsTransfer
            end-if
            move ForecastDate(1) to ItemChequeDate
            perform 2500-ProjectOneItem thru 2500-Exit
        end-if
    end-perform
    close HeldDisbursements.
3000-Exit.
    exit.

*> The print run dates a cheque the business day after the run
*> that issued it, so the curve starts there.
4000-ProjectOutstanding.
    open input ChequeRegister
    if ChequeRegisterNotFound
        go to 4000-Exit
    end-if

    set ItemIsOutstanding to true
    move zero to ItemIsTransfer
    perform with test after until EndOfChequeRegister
        read ChequeRegister
            at end set EndOfChequeRegister to true
        end-read
        if not EndOfChequeRegister and ChequeIsIssued
            move spaces to ItemCurrency
            move CR-AccountCode to AccountToFind
            move CR-Amount to ItemAmount
            if CR-CurrencyCode not equal to spaces
                move CR-HomeAmount to ItemAmount
            end-if
            if CR-Sign equal to "-"
                compute ItemAmount = zero - ItemAmount
            end-if
            move NextBusinessDay(CR-RunDate) to ItemChequeDate
            perform 2500-ProjectOneItem thru 2500-Exit
        end-if
    end-perform
    close ChequeRegister.
4000-Exit.
    exit.

5000-WriteForecast.
    perform varying AccountIdx from 1 by 1
            until AccountIdx is greater than NumberOfAccounts
        perform 5100-WriteOneAccount thru 5100-Exit
    end-perform

    if AccountsOverflowed equal to 1
        move spaces to ReportLine
        write ReportLine
        move "More than 20 account codes - items for the rest are not forecast"
            to ReportLine
        write ReportLine
    end-if
    if ForeignItemsSkipped is greater than zero
        move spaces to ReportLine
        write ReportLine
        move spaces to ReportLine
        string
            ForeignItemsSkipped delimited by size
            " new or held payment(s) not in " delimited by size
            HomeCurrencyCode delimited by size
            " - not forecast, fund by hand" delimited by size
            into ReportLine
        end-string
        write ReportLine
    end-if.
5000-Exit.
    exit.

5100-WriteOneAccount.
    move zero to DaysOverdrawn
    move FA-Opening(AccountIdx) to RunningBalance
    compute TotalNeed = FA-NewCheques(AccountIdx) + FA-NewTransfers(AccountIdx)
        + FA-Held(AccountIdx) + FA-Outstanding(AccountIdx)

    move spaces to ReportLine
    write ReportLine
    move RunningBalance to BalanceEdited
    move spaces to ReportLine
    string
        "Account " delimited by size
        FA-AccountCode(AccountIdx) delimited by size
        "  opening balance " delimited by size
        BalanceEdited delimited by size
        into ReportLine
    end-string
    if FA-HasOpening(AccountIdx) equal to zero
        move "  (no opening balance on file)" to ReportLine(45:)
    end-if
    write ReportLine

    move FA-NewCheques(AccountIdx) to AmountEdited
    move spaces to ReportLine
    string "  New cheques        " delimited by size
        AmountEdited delimited by size into ReportLine
    end-string
    write ReportLine
    move FA-NewTransfers(AccountIdx) to AmountEdited
    move spaces to ReportLine
    string "  New transfers      " delimited by size
        AmountEdited delimited by size into ReportLine
    end-string
    write ReportLine
    move FA-Held(AccountIdx) to AmountEdited
    move spaces to ReportLine
    string "  Held items         " delimited by size
        AmountEdited delimited by size into ReportLine
    end-string
    write ReportLine
    move FA-Outstanding(AccountIdx) to AmountEdited
    move spaces to ReportLine
    string "  Outstanding cheques" delimited by size
        AmountEdited delimited by size into ReportLine
    end-string
    write ReportLine

    move "  Value date  Need               Projected balance" to ReportLine
    write ReportLine
    perform varying DayIdx from 1 by 1 until DayIdx is greater than HorizonDays
        subtract FA-DayNeed(AccountIdx, DayIdx) from RunningBalance
        move FA-DayNeed(AccountIdx, DayIdx) to AmountEdited
        move RunningBalance to BalanceEdited
        move spaces to ReportLine
        string
            "  " delimited by size
            ForecastDate(DayIdx) delimited by size
            "  " delimited by size
            AmountEdited delimited by size
            "  " delimited by size
            BalanceEdited delimited by size
            into ReportLine
        end-string
        if RunningBalance is less than zero
            add 1 to DaysOverdrawn
            move "  OVERDRAWN" to ReportLine(50:)
        end-if
        write ReportLine
    end-perform

    subtract FA-BeyondHorizon(AccountIdx) from RunningBalance
    move FA-BeyondHorizon(AccountIdx) to AmountEdited
    move RunningBalance to BalanceEdited
    move spaces to ReportLine
    string
        "  Later     " delimited by size
        AmountEdited delimited by size
        "  " delimited by size
        BalanceEdited delimited by size
        into ReportLine
    end-string
    write ReportLine

    move TotalNeed to AmountEdited
    move spaces to ReportLine
    string
        "  Total need " delimited by size
        AmountEdited delimited by size
        into ReportLine
    end-string
    if DaysOverdrawn is greater than zero
        add 1 to AccountsOverdrawn
        move "  ACCOUNT GOES OVERDRAWN - fund before the cheque run"
            to ReportLine(50:)
    end-if
    write ReportLine.
5100-Exit.
    exit.

8000-SetReturnCode.
    display "CashForecastRun: accounts " NumberOfAccounts
        " overdrawn " AccountsOverdrawn
        " foreign not forecast " ForeignItemsSkipped
    if AccountsOverdrawn is greater than zero or AccountsOverflowed equal to 1
            or ForeignItemsSkipped is greater than zero
        set BatchCompletedWithWarnings to true
    else
        set BatchCompletedNormally to true
    end-if.
8000-Exit.
    exit.

9000-Terminate.
    close ForecastReport.
9000-Exit.
    exit.

end program CashForecastRun.
