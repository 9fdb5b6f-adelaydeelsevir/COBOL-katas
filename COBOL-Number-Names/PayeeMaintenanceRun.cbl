identification division.
program-id. PayeeMaintenanceRun.

*> Maintenance batch for PayeeBankDetails.dat, which was edited by
*> hand - and the first time ChequePrintRun sent a payee to
*> FundsTransferExtract.dat was the first time the bank saw the
*> account, so a mistyped account number bounced a real payment.
*> Transactions come in on PayeeTransactions.dat: A adds a payee's
*> routing and account, C changes them and X closes the payee for
*> electronic payment. A routing number must pass the bank's
*> check-digit test (weights 3, 7, 1 across the nine digits, total a
*> multiple of ten) before it goes on the file.
*>
*> New or changed details do not go live at once. This run sends a
*> zero-amount prenote for them in the transfer extract, flagged "P"
*> on the detail line, and the payee waits in prenote status. Bank
*> returns arrive on BankReturns.dat; a return against the payee's
*> current details blocks electronic payment until the details are
*> changed. A payee whose prenote has gone the number of business
*> days on PayeeMaintParms.dat (three if there is no parm) without a
*> return becomes eligible, and only then will ChequePrintRun release
*> a transfer to it - so this run goes ahead of the cheque run each
*> night. Payees on file before prenotes began carry a blank status
*> and stay eligible.
*>
*> Every change is appended to PayeeMaintenanceAudit.dat with the
*> run date and the details before and after, in the manner of the
*> held-item review log, so the trail outlives any one run.

environment division.
configuration section.
    repository.
        function all intrinsic
        function NextBusinessDay
        function AddBusinessDays.

input-output section.
file-control.
    select PayeeBankDetails assign to "PayeeBankDetails.dat"
        organization is line sequential
        file status is PayeeBankDetailsStatus.
    select PayeeTransactions assign to "PayeeTransactions.dat"
        organization is line sequential
        file status is PayeeTransactionsStatus.
    select BankReturns assign to "BankReturns.dat"
        organization is line sequential
        file status is BankReturnsStatus.
    select PayeeMaintParms assign to "PayeeMaintParms.dat"
        organization is line sequential
        file status is PayeeMaintParmsStatus.
    select FundsTransferExtract assign to "FundsTransferExtract.dat"
        organization is line sequential
        file status is FundsTransferStatus.
    select MaintenanceAudit assign to "PayeeMaintenanceAudit.dat"
        organization is line sequential
        file status is MaintenanceAuditStatus.

data division.
file section.
    fd PayeeBankDetails.
        copy PayeeBankDetailRecord.

    fd PayeeTransactions.
        01 PayeeTransactionRecord.
            02 PX-Action  pic x.
                88 TransactionIsAdd    value "A".
                88 TransactionIsChange value "C".
                88 TransactionIsClose  value "X".
            02 filler     pic x.
            02 PX-Payee   pic x(20).
            02 filler     pic x.
            02 PX-Routing pic x(9).
            02 filler     pic x.
            02 PX-Account pic x(12).

    fd BankReturns.
        01 BankReturnRecord.
            02 BR-Payee      pic x(20).
            02 filler        pic x.
            02 BR-Routing    pic x(9).
            02 filler        pic x.
            02 BR-Account    pic x(12).
            02 filler        pic x.
            02 BR-ReturnDate pic 9(8).
            02 filler        pic x.
            02 BR-ReasonCode pic x(3).

    fd PayeeMaintParms.
        01 PayeeMaintParmRecord.
            02 ParmPrenoteWaitDays pic 99.

*> Same layout ChequePrintRun writes: an "H" header, "D" details and
*> a "T" trailer. A prenote is a zero-amount detail with "P" in the
*> entry-type byte; a live transfer leaves it blank.
    fd FundsTransferExtract.
        01 FundsTransferRecord pic x(80).
        01 FundsTransferHeader redefines FundsTransferRecord.
            02 FT-HeaderId   pic x.
            02 FT-HeaderDate pic 9(8).
            02 filler        pic x(71).
        01 FundsTransferDetail redefines FundsTransferRecord.
            02 FT-DetailId  pic x.
            02 FT-Payee     pic x(20).
            02 FT-Routing   pic x(9).
            02 FT-Account   pic x(12).
            02 FT-Sign      pic x.
            02 FT-Amount    pic 9(10)v99.
            02 FT-ValueDate pic 9(8).
            02 FT-EntryType pic x.
                88 EntryIsPrenote value "P".
            02 FT-AccountCode pic x(3).
            02 filler       pic x(13).
        01 FundsTransferTrailer redefines FundsTransferRecord.
            02 FT-TrailerId    pic x.
            02 FT-RecordCount  pic 9(6).
            02 FT-AmountTotal  pic 9(12)v99.
            02 filler          pic x(59).

    fd MaintenanceAudit.
        01 AuditLine pic x(160).

working-storage section.
    01 PayeeEntries.
        02 PayeeEntry occurs 1 to 200 times depending on NumberOfPayeeEntries
                indexed by PayeeIdx.
            03 PM-Payee       pic x(20).
            03 PM-Routing     pic x(9).
            03 PM-Account     pic x(12).
            03 PM-Status      pic x.
                88 EntryIsPrenotePending value "P".
                88 EntryIsReturned       value "R".
                88 EntryIsClosed         value "C".
            03 PM-PrenoteDate pic 9(8).
            03 PM-ChangedDate pic 9(8).
            03 PM-ReturnCode  pic x(3).
    01 NumberOfPayeeEntries pic 999 value zero.
    01 FoundPayeeIndex pic 999 value zero.
    01 PayeeToFind pic x(20) value spaces.

    01 PayeeBankDetailsStatus pic xx value spaces.
        88 PayeeBankDetailsNotFound value "35".
        88 EndOfPayeeBankDetails value "10".
    01 PayeeTransactionsStatus pic xx value spaces.
        88 PayeeTransactionsNotFound value "35".
        88 EndOfPayeeTransactions value "10".
    01 BankReturnsStatus pic xx value spaces.
        88 BankReturnsNotFound value "35".
        88 EndOfBankReturns value "10".
    01 PayeeMaintParmsStatus pic xx value spaces.
        88 PayeeMaintParmsFound value "00".
    01 FundsTransferStatus pic xx value spaces.
        88 FundsTransferNotFound value "35".
    01 MaintenanceAuditStatus pic xx value spaces.
        88 MaintenanceAuditNotFound value "35".

    01 RoutingToCheck pic x(9) value spaces.
    01 RoutingDigits redefines RoutingToCheck.
        02 RoutingDigit pic 9 occurs 9 times.
    01 CheckDigitTotal pic 9(4) value zero.
    01 RoutingIsValid pic 9 value zero usage binary.
        88 RoutingPassesCheckDigit value 1.

    01 PrenoteWaitDays pic 9(6) value 3.
    01 PrenoteEligibleDate pic 9(8) value zero.
    01 RunDate pic 9(8) value zero.
    01 ValueDate pic 9(8) value zero.
    01 AsOfDateText pic x(8) value spaces.
    01 CurrentDateFields.
        02 CurrentDateYmd pic 9(8).
        02 filler pic x(13).

    01 RejectReason pic x(50) value spaces.
    01 AuditAction pic x(8) value spaces.
    01 AuditPayee pic x(20) value spaces.
    01 AuditDisposition pic x(60) value spaces.
    01 BeforeImage pic x(26) value spaces.
    01 AfterImage pic x(26) value spaces.

    01 PayeeTableOverflowed pic 9 value zero usage binary.
    01 TransactionsApplied pic 9(4) value zero.
    01 TransactionsRejected pic 9(4) value zero.
    01 ReturnsApplied pic 9(4) value zero.
    01 ReturnsUnmatched pic 9(4) value zero.
    01 PrenotesSent pic 9(4) value zero.
    01 PayeesMadeEligible pic 9(4) value zero.

    copy BatchReturnCode.

procedure division.

0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    if PayeeTableOverflowed equal to 1
        display "PayeeMaintenanceRun: bank details exceed the 200-entry"
            " work table - run abandoned before rewrite"
        set BatchCompletedWithErrors to true
        perform 9000-Terminate thru 9000-Exit
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 2000-ApplyBankReturns thru 2000-Exit
    perform 3000-ApplyTransactions thru 3000-Exit
    perform 4000-PromotePrenotes thru 4000-Exit
    perform 5000-SendPrenotes thru 5000-Exit
    perform 6000-RewriteBankDetails thru 6000-Exit
    perform 7000-WriteSummary thru 7000-Exit
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
    move BatchReturnCode to return-code
    stop run.

1000-Initialize.
    move function current-date to CurrentDateFields
    move CurrentDateYmd to RunDate
*> Under the nightly scheduler a catch-up night runs as of its own
*> date rather than today's.
    accept AsOfDateText from environment "JOB_AS_OF_DATE"
    if AsOfDateText is numeric
        move AsOfDateText to RunDate
    end-if
    move NextBusinessDay(RunDate) to ValueDate

    open input PayeeMaintParms
    if PayeeMaintParmsFound
        read PayeeMaintParms
            at end continue
            not at end
                if ParmPrenoteWaitDays is numeric
                        and ParmPrenoteWaitDays is greater than zero
                    move ParmPrenoteWaitDays to PrenoteWaitDays
                end-if
        end-read
        close PayeeMaintParms
    end-if

    open extend MaintenanceAudit
    if MaintenanceAuditNotFound
        open output MaintenanceAudit
    end-if

    perform 1100-LoadBankDetails thru 1100-Exit.
1000-Exit.
    exit.

1100-LoadBankDetails.
    open input PayeeBankDetails
    if PayeeBankDetailsNotFound
        go to 1100-Exit
    end-if

    perform 1150-ReadBankDetail thru 1150-Exit
    perform with test after until EndOfPayeeBankDetails
        if not EndOfPayeeBankDetails and NumberOfPayeeEntries equal to 200
            move 1 to PayeeTableOverflowed
        end-if
        if not EndOfPayeeBankDetails and NumberOfPayeeEntries is less than 200
            add 1 to NumberOfPayeeEntries
            move BD-Payee to PM-Payee(NumberOfPayeeEntries)
            move BD-Routing to PM-Routing(NumberOfPayeeEntries)
            move BD-Account to PM-Account(NumberOfPayeeEntries)
            move BD-Status to PM-Status(NumberOfPayeeEntries)
            move zero to PM-PrenoteDate(NumberOfPayeeEntries)
            if BD-PrenoteDate is numeric
                move BD-PrenoteDate to PM-PrenoteDate(NumberOfPayeeEntries)
            end-if
            move zero to PM-ChangedDate(NumberOfPayeeEntries)
            if BD-ChangedDate is numeric
                move BD-ChangedDate to PM-ChangedDate(NumberOfPayeeEntries)
            end-if
            move BD-ReturnCode to PM-ReturnCode(NumberOfPayeeEntries)
        end-if
        if not EndOfPayeeBankDetails
            perform 1150-ReadBankDetail thru 1150-Exit
        end-if
    end-perform
    close PayeeBankDetails.
1100-Exit.
    exit.

1150-ReadBankDetail.
    read PayeeBankDetails
        at end set EndOfPayeeBankDetails to true
    end-read.
1150-Exit.
    exit.

1900-FindPayee.
    move zero to FoundPayeeIndex
    perform varying PayeeIdx from 1 by 1
            until PayeeIdx is greater than NumberOfPayeeEntries
        if PM-Payee(PayeeIdx) equal to PayeeToFind
            set FoundPayeeIndex to PayeeIdx
        end-if
    end-perform.
1900-Exit.
    exit.

*> Returns are applied before the day's transactions, so a return
*> against details being changed today still lands on the details
*> the bank actually rejected. A return quoting details the payee no
*> longer has is logged and otherwise ignored.
2000-ApplyBankReturns.
    open input BankReturns
    if BankReturnsNotFound
        go to 2000-Exit
    end-if

    perform 2050-ReadBankReturn thru 2050-Exit
    perform with test after until EndOfBankReturns
        if not EndOfBankReturns
            perform 2100-ApplyOneReturn thru 2100-Exit
        end-if
        if not EndOfBankReturns
            perform 2050-ReadBankReturn thru 2050-Exit
        end-if
    end-perform
    close BankReturns.
2000-Exit.
    exit.

2050-ReadBankReturn.
    read BankReturns
        at end set EndOfBankReturns to true
    end-read.
2050-Exit.
    exit.

2100-ApplyOneReturn.
    move "RETURN" to AuditAction
    move BR-Payee to AuditPayee
    move BR-Payee to PayeeToFind
    perform 1900-FindPayee thru 1900-Exit
    move spaces to BeforeImage
    move spaces to AfterImage

    if FoundPayeeIndex equal to zero
            or PM-Routing(FoundPayeeIndex) not equal to BR-Routing
            or PM-Account(FoundPayeeIndex) not equal to BR-Account
        add 1 to ReturnsUnmatched
        move spaces to AuditDisposition
        string
            "NOT MATCHED - reason " delimited by size
            BR-ReasonCode delimited by size
            " - details not on file" delimited by size
            into AuditDisposition
        end-string
        perform 2900-WriteAuditLine thru 2900-Exit
        go to 2100-Exit
    end-if

    perform 2800-BuildBeforeImage thru 2800-Exit
    move "R" to PM-Status(FoundPayeeIndex)
    move BR-ReasonCode to PM-ReturnCode(FoundPayeeIndex)
    move RunDate to PM-ChangedDate(FoundPayeeIndex)
    add 1 to ReturnsApplied
    perform 2850-BuildAfterImage thru 2850-Exit
    move spaces to AuditDisposition
    string
        "APPLIED - reason " delimited by size
        BR-ReasonCode delimited by size
        " electronic payment blocked" delimited by size
        into AuditDisposition
    end-string
    perform 2900-WriteAuditLine thru 2900-Exit.
2100-Exit.
    exit.

3000-ApplyTransactions.
    open input PayeeTransactions
    if PayeeTransactionsNotFound
        display "PayeeMaintenanceRun: no transactions on file"
        go to 3000-Exit
    end-if

    perform 3050-ReadTransaction thru 3050-Exit
    perform with test after until EndOfPayeeTransactions
        if not EndOfPayeeTransactions
            perform 3100-ApplyOneTransaction thru 3100-Exit
        end-if
        if not EndOfPayeeTransactions
            perform 3050-ReadTransaction thru 3050-Exit
        end-if
    end-perform
    close PayeeTransactions.
3000-Exit.
    exit.

3050-ReadTransaction.
    read PayeeTransactions
        at end set EndOfPayeeTransactions to true
    end-read.
3050-Exit.
    exit.

3100-ApplyOneTransaction.
    move spaces to RejectReason
    move spaces to BeforeImage
    move spaces to AfterImage
    move PX-Payee to AuditPayee
    move PX-Payee to PayeeToFind
    perform 1900-FindPayee thru 1900-Exit
    if FoundPayeeIndex is greater than zero
        perform 2800-BuildBeforeImage thru 2800-Exit
    end-if

    evaluate true
        when TransactionIsAdd
            move "ADD" to AuditAction
            perform 3200-ApplyAdd thru 3200-Exit
        when TransactionIsChange
            move "CHANGE" to AuditAction
            perform 3300-ApplyChange thru 3300-Exit
        when TransactionIsClose
            move "CLOSE" to AuditAction
            perform 3400-ApplyClose thru 3400-Exit
        when other
            move PX-Action to AuditAction
            move "unrecognised action" to RejectReason
    end-evaluate

    move spaces to AuditDisposition
    if RejectReason equal to spaces
        add 1 to TransactionsApplied
        perform 2850-BuildAfterImage thru 2850-Exit
        move "APPLIED" to AuditDisposition
        if TransactionIsAdd or TransactionIsChange
            move "APPLIED - prenote to be sent" to AuditDisposition
        end-if
    else
        add 1 to TransactionsRejected
        string
            "REJECTED - " delimited by size
            function trim(RejectReason) delimited by size
            into AuditDisposition
        end-string
    end-if
    perform 2900-WriteAuditLine thru 2900-Exit.
3100-Exit.
    exit.

*> A closed payee may be added again with fresh details; an open one
*> must be changed instead.
3200-ApplyAdd.
    if FoundPayeeIndex is greater than zero
            and not EntryIsClosed(FoundPayeeIndex)
        move "payee already on file - use a change" to RejectReason
        go to 3200-Exit
    end-if
    perform 3500-EditBankDetails thru 3500-Exit
    if RejectReason not equal to spaces
        go to 3200-Exit
    end-if
    if FoundPayeeIndex equal to zero
        if NumberOfPayeeEntries equal to 200
            move "bank details table is full" to RejectReason
            go to 3200-Exit
        end-if
        add 1 to NumberOfPayeeEntries
        move NumberOfPayeeEntries to FoundPayeeIndex
        move PX-Payee to PM-Payee(FoundPayeeIndex)
    end-if
    perform 3600-SetNewDetails thru 3600-Exit.
3200-Exit.
    exit.

3300-ApplyChange.
    if FoundPayeeIndex equal to zero
        move "payee not on file" to RejectReason
        go to 3300-Exit
    end-if
    if EntryIsClosed(FoundPayeeIndex)
        move "payee is closed - add it again" to RejectReason
        go to 3300-Exit
    end-if
    perform 3500-EditBankDetails thru 3500-Exit
    if RejectReason not equal to spaces
        go to 3300-Exit
    end-if
    if PX-Routing equal to PM-Routing(FoundPayeeIndex)
            and PX-Account equal to PM-Account(FoundPayeeIndex)
            and not EntryIsReturned(FoundPayeeIndex)
        move "no change to bank details" to RejectReason
        go to 3300-Exit
    end-if
    perform 3600-SetNewDetails thru 3600-Exit.
3300-Exit.
    exit.

3400-ApplyClose.
    if FoundPayeeIndex equal to zero
        move "payee not on file" to RejectReason
        go to 3400-Exit
    end-if
    if EntryIsClosed(FoundPayeeIndex)
        move "payee is already closed" to RejectReason
        go to 3400-Exit
    end-if
    move "C" to PM-Status(FoundPayeeIndex)
    move RunDate to PM-ChangedDate(FoundPayeeIndex).
3400-Exit.
    exit.

3500-EditBankDetails.
    move PX-Routing to RoutingToCheck
    perform 3550-CheckRoutingNumber thru 3550-Exit
    if not RoutingPassesCheckDigit
        move "routing number fails the check-digit test" to RejectReason
        go to 3500-Exit
    end-if
    if PX-Account equal to spaces
        move "account number is missing" to RejectReason
    end-if.
3500-Exit.
    exit.

*> 3 x (digits 1, 4, 7) + 7 x (digits 2, 5, 8) + (digits 3, 6, 9)
*> must come to a multiple of ten.
3550-CheckRoutingNumber.
    move zero to RoutingIsValid
    if RoutingToCheck is not numeric
        go to 3550-Exit
    end-if
    compute CheckDigitTotal =
        3 * (RoutingDigit(1) + RoutingDigit(4) + RoutingDigit(7))
        + 7 * (RoutingDigit(2) + RoutingDigit(5) + RoutingDigit(8))
        + RoutingDigit(3) + RoutingDigit(6) + RoutingDigit(9)
    if function mod(CheckDigitTotal, 10) equal to zero
        move 1 to RoutingIsValid
    end-if.
3550-Exit.
    exit.

*> Fresh details always start over in prenote: a zero prenote date
*> tells 5000 the prenote has still to be sent.
3600-SetNewDetails.
    move PX-Routing to PM-Routing(FoundPayeeIndex)
    move PX-Account to PM-Account(FoundPayeeIndex)
    move "P" to PM-Status(FoundPayeeIndex)
    move zero to PM-PrenoteDate(FoundPayeeIndex)
    move RunDate to PM-ChangedDate(FoundPayeeIndex)
    move spaces to PM-ReturnCode(FoundPayeeIndex).
3600-Exit.
    exit.

2800-BuildBeforeImage.
    move spaces to BeforeImage
    string
        PM-Routing(FoundPayeeIndex) delimited by size
        " " delimited by size
        PM-Account(FoundPayeeIndex) delimited by size
        " " delimited by size
        PM-Status(FoundPayeeIndex) delimited by size
        into BeforeImage
    end-string.
2800-Exit.
    exit.

2850-BuildAfterImage.
    move spaces to AfterImage
    string
        PM-Routing(FoundPayeeIndex) delimited by size
        " " delimited by size
        PM-Account(FoundPayeeIndex) delimited by size
        " " delimited by size
        PM-Status(FoundPayeeIndex) delimited by size
        into AfterImage
    end-string.
2850-Exit.
    exit.

2900-WriteAuditLine.
    move spaces to AuditLine
    string
        RunDate delimited by size
        " " delimited by size
        AuditAction delimited by size
        " " delimited by size
        AuditPayee delimited by size
        " was " delimited by size
        BeforeImage delimited by size
        " now " delimited by size
        AfterImage delimited by size
        " " delimited by size
        function trim(AuditDisposition) delimited by size
        into AuditLine
    end-string
    write AuditLine.
2900-Exit.
    exit.

*> A prenote that has stood its waiting period with no return makes
*> the payee eligible for transfers.
4000-PromotePrenotes.
    move "ELIGIBLE" to AuditAction
    perform varying PayeeIdx from 1 by 1
            until PayeeIdx is greater than NumberOfPayeeEntries
        if EntryIsPrenotePending(PayeeIdx)
                and PM-PrenoteDate(PayeeIdx) is greater than zero
            move AddBusinessDays(PM-PrenoteDate(PayeeIdx), PrenoteWaitDays)
                to PrenoteEligibleDate
            if PrenoteEligibleDate is not greater than RunDate
                set FoundPayeeIndex to PayeeIdx
                perform 2800-BuildBeforeImage thru 2800-Exit
                move "A" to PM-Status(PayeeIdx)
                add 1 to PayeesMadeEligible
                perform 2850-BuildAfterImage thru 2850-Exit
                move PM-Payee(PayeeIdx) to AuditPayee
                move "APPLIED - prenote stood with no return" to AuditDisposition
                perform 2900-WriteAuditLine thru 2900-Exit
            end-if
        end-if
    end-perform.
4000-Exit.
    exit.

*> The prenotes go out as a batch of their own on the transfer
*> extract, header to trailer, the same shape the cheque run appends.
5000-SendPrenotes.
    perform varying PayeeIdx from 1 by 1
            until PayeeIdx is greater than NumberOfPayeeEntries
        if EntryIsPrenotePending(PayeeIdx)
                and PM-PrenoteDate(PayeeIdx) equal to zero
            if PrenotesSent equal to zero
                perform 5100-OpenPrenoteBatch thru 5100-Exit
            end-if
            add 1 to PrenotesSent
            move spaces to FundsTransferRecord
            move "D" to FT-DetailId
            move PM-Payee(PayeeIdx) to FT-Payee
            move PM-Routing(PayeeIdx) to FT-Routing
            move PM-Account(PayeeIdx) to FT-Account
            move "+" to FT-Sign
            move zero to FT-Amount
            move ValueDate to FT-ValueDate
            set EntryIsPrenote to true
            write FundsTransferRecord
            move RunDate to PM-PrenoteDate(PayeeIdx)
        end-if
    end-perform

    if PrenotesSent is greater than zero
        move spaces to FundsTransferRecord
        move "T" to FT-TrailerId
        move PrenotesSent to FT-RecordCount
        move zero to FT-AmountTotal
        write FundsTransferRecord
        close FundsTransferExtract
    end-if.
5000-Exit.
    exit.

5100-OpenPrenoteBatch.
    open extend FundsTransferExtract
    if FundsTransferNotFound
        open output FundsTransferExtract
    end-if
    move spaces to FundsTransferRecord
    move "H" to FT-HeaderId
    move RunDate to FT-HeaderDate
    write FundsTransferRecord.
5100-Exit.
    exit.

6000-RewriteBankDetails.
    open output PayeeBankDetails
    perform varying PayeeIdx from 1 by 1
            until PayeeIdx is greater than NumberOfPayeeEntries
        move spaces to PayeeBankDetailRecord
        move PM-Payee(PayeeIdx) to BD-Payee
        move PM-Routing(PayeeIdx) to BD-Routing
        move PM-Account(PayeeIdx) to BD-Account
        move PM-Status(PayeeIdx) to BD-Status
        move PM-PrenoteDate(PayeeIdx) to BD-PrenoteDate
        move PM-ChangedDate(PayeeIdx) to BD-ChangedDate
        move PM-ReturnCode(PayeeIdx) to BD-ReturnCode
        write PayeeBankDetailRecord
    end-perform
    close PayeeBankDetails.
6000-Exit.
    exit.

7000-WriteSummary.
    move spaces to AuditLine
    string
        RunDate delimited by size
        " SUMMARY  applied " delimited by size
        TransactionsApplied delimited by size
        "  rejected " delimited by size
        TransactionsRejected delimited by size
        "  returns " delimited by size
        ReturnsApplied delimited by size
        "  unmatched returns " delimited by size
        ReturnsUnmatched delimited by size
        "  prenotes sent " delimited by size
        PrenotesSent delimited by size
        "  made eligible " delimited by size
        PayeesMadeEligible delimited by size
        into AuditLine
    end-string
    write AuditLine.
7000-Exit.
    exit.

8000-SetReturnCode.
    if TransactionsRejected is greater than zero
            or ReturnsUnmatched is greater than zero
        set BatchCompletedWithWarnings to true
    else
        set BatchCompletedNormally to true
    end-if.
8000-Exit.
    exit.

9000-Terminate.
    close MaintenanceAudit.
9000-Exit.
    exit.

end program PayeeMaintenanceRun.
