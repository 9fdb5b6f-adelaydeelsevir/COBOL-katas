identification division.
program-id. ReceivablesPostingRun.

*> Receivables posting run - the treasurer's paper ledger. Every
*> invoice LeagueBillingRun has written to BowlerInvoices.dat is
*> picked up onto the balance-forward master ReceivablesMaster.dat
*> the first time this run sees it (an invoice is keyed by bowler
*> and billing-period end date, so rerunning against the same
*> invoice file never loads it twice). The desk's payments for the
*> day - BowlerPayments.dat: bowler, date, amount, tender (C cash,
*> D card, Q cheque) and the cheque number or card slip reference -
*> are then applied to that bowler's open invoices oldest first.
*> Money left over after every invoice is settled stays on the
*> master as an unapplied credit and is used up against the next
*> invoice picked up for the bowler. Every payment posted is
*> appended to PaymentPostingLog.dat, and a payment already on the
*> log is reported and skipped, so running the day's payments file
*> through a second time never collects the same money twice.
*>
*> ReceivablesPostingReport.dat carries the posting journal and an
*> aging of what is still open as of the posting date (today,
*> unless ReceivablesPostingParms.dat says otherwise): current, 30,
*> 60 and 90+ days past the end of the billing period. Any bowler
*> still owing on an invoice whose billing period has ended is
*> listed on LateChargeAssessments.dat with the FS-LateCharge from
*> BillingFeeSchedule.dat; LeagueBillingRun adds that charge to the
*> bowler's next invoice.
*>
*> Each league in the center keeps its own books. When
*> LeagueRunParms.dat names a league, every file of the posting cycle
*> - invoices, payments, master, posting log, report and late-charge
*> list - carries the league code in its name (ReceivablesMaster-TUE.dat),
*> so a bowler in two leagues owes and pays each league separately.
*> The league's own fee schedule is used for the late charge if it
*> has one. With no league named the usual file names are used.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
file-control.
    select BowlerInvoices assign to InvoicesName
        organization is line sequential
        file status is InvoicesStatus.
    select BowlerPayments assign to PaymentsName
        organization is line sequential
        file status is PaymentsStatus.
    select ReceivablesMaster assign to ReceivablesMasterName
        organization is line sequential
        file status is ReceivablesMasterStatus.
    select BillingFeeSchedule assign to FeeScheduleName
        organization is line sequential
        file status is FeeScheduleStatus.
    select PostingParms assign to "ReceivablesPostingParms.dat"
        organization is line sequential
        file status is PostingParmsStatus.
    select PaymentPostingLog assign to PostingLogName
        organization is line sequential
        file status is PostingLogStatus.
    select PostingReport assign to PostingReportName
        organization is line sequential.
    select LateChargeAssessments assign to LateChargeName
        organization is line sequential.
    select LeagueRunParms assign to "LeagueRunParms.dat"
        organization is line sequential
        file status is LeagueRunParmsStatus.

data division.
file section.
    fd BowlerInvoices.
        01 InvoiceLine pic x(132).
        01 InvoiceHeading redefines InvoiceLine.
            02 IV-Caption     pic x(10).
                88 LineIsInvoiceHeading value "Invoice - ".
            02 IV-BowlerName  pic x(20).
            02 filler         pic x(17).
            02 IV-PeriodFrom  pic 9(8).
            02 filler         pic x(3).
            02 IV-PeriodTo    pic 9(8).
            02 filler         pic x(66).
        01 InvoiceTotalLine redefines InvoiceLine.
            02 IV-TotalCaption pic x(11).
                88 LineIsInvoiceTotal value "TOTAL DUE: ".
            02 IV-TotalAmount  pic x(121).

    fd BowlerPayments.
        01 PaymentRecord.
            02 PY-BowlerName  pic x(20).
            02 filler         pic x.
            02 PY-PaymentDate pic 9(8).
            02 filler         pic x.
            02 PY-Amount      pic 9(7)v99.
            02 filler         pic x.
            02 PY-Tender      pic x.
                88 TenderIsCash   value "C".
                88 TenderIsCard   value "D".
                88 TenderIsCheque value "Q".
            02 filler         pic x.
            02 PY-Reference   pic x(10).

    fd ReceivablesMaster.
        copy ReceivablesMasterRecord.

    fd BillingFeeSchedule.
        01 FeeScheduleRecord.
            02 FS-FromDate       pic 9(8).
            02 filler            pic x.
            02 FS-ToDate         pic 9(8).
            02 filler            pic x.
            02 FS-LineagePerGame pic 9(3)v99.
            02 filler            pic x.
            02 FS-SeasonFee      pic 9(5)v99.
            02 filler            pic x.
            02 FS-LateCharge     pic 9(4)v99.

    fd PostingParms.
        01 PostingParmRecord.
            02 ParmPostingDate pic 9(8).

    fd PaymentPostingLog.
        01 PostingLogLine pic x(50).

    fd PostingReport.
        01 ReportLine pic x(100).

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
    01 OpenItems.
        02 OpenItem occurs 1 to 500 times depending on NumberOfOpenItems
                indexed by ItemIdx.
            03 OI-BowlerName     pic x(20).
            03 OI-ItemType       pic x.
            03 OI-ItemDate       pic 9(8).
            03 OI-PeriodFrom     pic 9(8).
            03 OI-OriginalAmount pic 9(7)v99.
            03 OI-OpenAmount     pic 9(7)v99.
            03 OI-LastPaidDate   pic 9(8).
    01 NumberOfOpenItems pic 999 value zero.
    01 MasterOverflowed pic 9 value zero usage binary.
    01 FoundItemIndex pic 999 value zero.
    01 OldestItemIndex pic 999 value zero.
    01 CreditItemIndex pic 999 value zero.

    01 BowlerAgings.
        02 BowlerAging occurs 1 to 100 times depending on NumberOfAgedBowlers
                indexed by AgingIdx.
            03 AG-BowlerName     pic x(20).
            03 AG-Current        pic 9(7)v99.
            03 AG-Days30         pic 9(7)v99.
            03 AG-Days60         pic 9(7)v99.
            03 AG-Days90         pic 9(7)v99.
            03 AG-Credits        pic 9(7)v99.
            03 AG-OverdueAmount  pic 9(7)v99.
            03 AG-OverdueSince   pic 9(8).
    01 PostedPayments.
        02 PostedPayment occurs 1 to 2000 times depending on NumberOfPostedPayments
                indexed by PostedIdx.
            03 PP-PaymentLine pic x(50).
    01 NumberOfPostedPayments pic 9(4) value zero.
    01 PaymentAlreadyPosted pic 9 value zero usage binary.
        88 PaymentIsDuplicate value 1.

    01 NumberOfAgedBowlers pic 999 value zero.
    01 FoundAgingIndex pic 999 value zero.

    01 InvoicesStatus pic xx value spaces.
        88 InvoicesNotFound value "35".
        88 EndOfInvoices value "10".
    01 PaymentsStatus pic xx value spaces.
        88 PaymentsNotFound value "35".
        88 EndOfPayments value "10".
    01 ReceivablesMasterStatus pic xx value spaces.
        88 ReceivablesMasterNotFound value "35".
        88 EndOfReceivablesMaster value "10".
    01 FeeScheduleStatus pic xx value spaces.
        88 FeeScheduleFound value "00".
    01 PostingParmsStatus pic xx value spaces.
        88 PostingParmsFound value "00".
    01 PostingLogStatus pic xx value spaces.
        88 PostingLogNotFound value "35".
        88 EndOfPostingLog value "10".
    01 LeagueRunParmsStatus pic xx value spaces.
        88 LeagueRunParmsFound value "00".
    01 RunLeagueCode pic x(3) value spaces.
    01 LeagueSelectedSwitch pic 9 value zero usage binary.
        88 LeagueIsSelected value 1.
    01 InvoicesName pic x(40) value "BowlerInvoices.dat".
    01 PaymentsName pic x(40) value "BowlerPayments.dat".
    01 ReceivablesMasterName pic x(40) value "ReceivablesMaster.dat".
    01 FeeScheduleName pic x(40) value "BillingFeeSchedule.dat".
    01 PostingLogName pic x(40) value "PaymentPostingLog.dat".
    01 PostingReportName pic x(40) value "ReceivablesPostingReport.dat".
    01 LateChargeName pic x(40) value "LateChargeAssessments.dat".

    01 CurrentDateFields.
        02 CurrentDateYmd pic 9(8).
        02 filler pic x(13).
    01 PostingDate pic 9(8) value zero.
    01 LateCharge pic 9(4)v99 value zero.

*> The heading line of an invoice names the bowler and period; the
*> TOTAL DUE line that follows it carries the amount. The pair is
*> held here until the total arrives.
    01 PendingInvoice.
        02 PI-BowlerName pic x(20) value spaces.
        02 PI-PeriodFrom pic 9(8) value zero.
        02 PI-PeriodTo   pic 9(8) value zero.
    01 PendingInvoiceOpen pic 9 value zero usage binary.
        88 InvoiceHeadingSeen value 1.
    01 PendingInvoiceAmount pic 9(7)v99 value zero.

    01 ApplyBowlerName pic x(20) value spaces.
    01 ApplyDate pic 9(8) value zero.
    01 RemainingAmount pic 9(7)v99 value zero.
    01 AppliedAmount pic 9(7)v99 value zero.
    01 PaymentRejectReason pic x(30) value spaces.
    01 DaysOutstanding pic s9(7) value zero.
    01 AgedBalance pic s9(8)v99 value zero.

    01 AmountEdited pic z(6)9.99 value zero.
    01 AppliedEdited pic z(6)9.99 value zero.
    01 CurrentEdited pic z(6)9.99 value zero.
    01 Days30Edited pic z(6)9.99 value zero.
    01 Days60Edited pic z(6)9.99 value zero.
    01 Days90Edited pic z(6)9.99 value zero.
    01 BalanceEdited pic -(7)9.99 value zero.

    01 TotalCurrent pic 9(8)v99 value zero.
    01 TotalDays30 pic 9(8)v99 value zero.
    01 TotalDays60 pic 9(8)v99 value zero.
    01 TotalDays90 pic 9(8)v99 value zero.
    01 TotalBalance pic s9(8)v99 value zero.

    01 InvoicesPickedUp pic 9(4) value zero.
    01 PaymentsPosted pic 9(4) value zero.
    01 PaymentsRejected pic 9(4) value zero.
    01 PaymentsUnapplied pic 9(4) value zero.
    01 PaymentsAlreadyPosted pic 9(4) value zero.
    01 LateChargesListed pic 9(4) value zero.
    01 CashPosted pic 9(8)v99 value zero.

    copy BatchReturnCode.

procedure division.

0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    if MasterOverflowed equal to 1
        display "ReceivablesPostingRun: master exceeds the 500-item work"
            " table - run abandoned before anything was rewritten"
        set BatchCompletedWithErrors to true
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 2000-PickUpNewInvoices thru 2000-Exit
    perform 3000-PostPayments thru 3000-Exit
    perform 4000-WriteAgingReport thru 4000-Exit
    perform 5000-WriteLateCharges thru 5000-Exit
    perform 6000-RewriteMaster thru 6000-Exit
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
    move BatchReturnCode to return-code
    stop run.

1000-Initialize.
    move function current-date to CurrentDateFields
    move CurrentDateYmd to PostingDate
    perform 1050-SetLeagueFileNames thru 1050-Exit

    open input PostingParms
    if PostingParmsFound
        read PostingParms
            at end continue
            not at end
                if ParmPostingDate is numeric
                        and ParmPostingDate is greater than zero
                    move ParmPostingDate to PostingDate
                end-if
        end-read
        close PostingParms
    end-if

    open input BillingFeeSchedule
    if not FeeScheduleFound and LeagueIsSelected
        move "BillingFeeSchedule.dat" to FeeScheduleName
        open input BillingFeeSchedule
    end-if
    if FeeScheduleFound
        read BillingFeeSchedule
            at end continue
            not at end
                move FS-LateCharge to LateCharge
        end-read
        close BillingFeeSchedule
    end-if

    perform 1100-LoadMaster thru 1100-Exit
    if MasterOverflowed equal to 1
        go to 1000-Exit
    end-if
    perform 1200-LoadPostingLog thru 1200-Exit

    open output PostingReport
    move spaces to ReportLine
    string
        "Receivables posting - posting date " delimited by size
        PostingDate delimited by size
        "  " delimited by size
        RunLeagueCode delimited by size
        into ReportLine
    end-string
    write ReportLine
    move spaces to ReportLine
    write ReportLine.
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
    move spaces to InvoicesName
    string
        "BowlerInvoices-" delimited by size
        RunLeagueCode delimited by space
        ".dat" delimited by size
        into InvoicesName
    end-string
    move spaces to PaymentsName
    string
        "BowlerPayments-" delimited by size
        RunLeagueCode delimited by space
        ".dat" delimited by size
        into PaymentsName
    end-string
    move spaces to ReceivablesMasterName
    string
        "ReceivablesMaster-" delimited by size
        RunLeagueCode delimited by space
        ".dat" delimited by size
        into ReceivablesMasterName
    end-string
    move spaces to FeeScheduleName
    string
        "BillingFeeSchedule-" delimited by size
        RunLeagueCode delimited by space
        ".dat" delimited by size
        into FeeScheduleName
    end-string
    move spaces to PostingLogName
    string
        "PaymentPostingLog-" delimited by size
        RunLeagueCode delimited by space
        ".dat" delimited by size
        into PostingLogName
    end-string
    move spaces to PostingReportName
    string
        "ReceivablesPostingReport-" delimited by size
        RunLeagueCode delimited by space
        ".dat" delimited by size
        into PostingReportName
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

1100-LoadMaster.
    open input ReceivablesMaster
    if ReceivablesMasterNotFound
        go to 1100-Exit
    end-if

    perform 1150-ReadMaster thru 1150-Exit
    perform with test after until EndOfReceivablesMaster
        if not EndOfReceivablesMaster and NumberOfOpenItems equal to 500
            move 1 to MasterOverflowed
        end-if
        if not EndOfReceivablesMaster and NumberOfOpenItems is less than 500
            add 1 to NumberOfOpenItems
            move RM-BowlerName to OI-BowlerName(NumberOfOpenItems)
            move RM-ItemType to OI-ItemType(NumberOfOpenItems)
            move RM-ItemDate to OI-ItemDate(NumberOfOpenItems)
            move RM-PeriodFrom to OI-PeriodFrom(NumberOfOpenItems)
            move RM-OriginalAmount to OI-OriginalAmount(NumberOfOpenItems)
            move RM-OpenAmount to OI-OpenAmount(NumberOfOpenItems)
            move RM-LastPaidDate to OI-LastPaidDate(NumberOfOpenItems)
        end-if
        perform 1150-ReadMaster thru 1150-Exit
    end-perform
    close ReceivablesMaster.
1100-Exit.
    exit.

1150-ReadMaster.
    read ReceivablesMaster
        at end set EndOfReceivablesMaster to true
    end-read.
1150-Exit.
    exit.

*> Only the most recent 2000 postings are kept for the rerun check;
*> a payments file is never older than that.
1200-LoadPostingLog.
    open input PaymentPostingLog
    if PostingLogNotFound
        go to 1200-Exit
    end-if

    perform 1250-ReadPostingLog thru 1250-Exit
    perform with test after until EndOfPostingLog
        if not EndOfPostingLog
            if NumberOfPostedPayments equal to 2000
                perform varying PostedIdx from 1 by 1
                        until PostedIdx is not less than 2000
                    move PP-PaymentLine(PostedIdx + 1) to PP-PaymentLine(PostedIdx)
                end-perform
            else
                add 1 to NumberOfPostedPayments
            end-if
            move PostingLogLine to PP-PaymentLine(NumberOfPostedPayments)
        end-if
        perform 1250-ReadPostingLog thru 1250-Exit
    end-perform
    close PaymentPostingLog.
1200-Exit.
    exit.

1250-ReadPostingLog.
    read PaymentPostingLog
        at end set EndOfPostingLog to true
    end-read.
1250-Exit.
    exit.

2000-PickUpNewInvoices.
    open input BowlerInvoices
    if InvoicesNotFound
        go to 2000-Exit
    end-if

    perform 2100-ReadInvoiceLine thru 2100-Exit
    perform with test after until EndOfInvoices
        if not EndOfInvoices
            perform 2200-ExamineInvoiceLine thru 2200-Exit
        end-if
        if not EndOfInvoices
            perform 2100-ReadInvoiceLine thru 2100-Exit
        end-if
    end-perform
    close BowlerInvoices.
2000-Exit.
    exit.

2100-ReadInvoiceLine.
    read BowlerInvoices
        at end set EndOfInvoices to true
    end-read.
2100-Exit.
    exit.

2200-ExamineInvoiceLine.
    if LineIsInvoiceHeading
        move IV-BowlerName to PI-BowlerName
        move IV-PeriodFrom to PI-PeriodFrom
        move IV-PeriodTo to PI-PeriodTo
        move 1 to PendingInvoiceOpen
        go to 2200-Exit
    end-if

    if not LineIsInvoiceTotal or not InvoiceHeadingSeen
        go to 2200-Exit
    end-if

    move zero to PendingInvoiceOpen
    move function numval(IV-TotalAmount) to PendingInvoiceAmount

    move zero to FoundItemIndex
    perform varying ItemIdx from 1 by 1
            until ItemIdx is greater than NumberOfOpenItems
        if OI-BowlerName(ItemIdx) equal to PI-BowlerName
                and OI-ItemType(ItemIdx) equal to "I"
                and OI-ItemDate(ItemIdx) equal to PI-PeriodTo
            set FoundItemIndex to ItemIdx
        end-if
    end-perform
    if FoundItemIndex is not equal to zero
        go to 2200-Exit
    end-if

    if NumberOfOpenItems equal to 500
        move 1 to MasterOverflowed
        go to 2200-Exit
    end-if

    add 1 to NumberOfOpenItems
    add 1 to InvoicesPickedUp
    move PI-BowlerName to OI-BowlerName(NumberOfOpenItems)
    move "I" to OI-ItemType(NumberOfOpenItems)
    move PI-PeriodTo to OI-ItemDate(NumberOfOpenItems)
    move PI-PeriodFrom to OI-PeriodFrom(NumberOfOpenItems)
    move PendingInvoiceAmount to OI-OriginalAmount(NumberOfOpenItems)
    move PendingInvoiceAmount to OI-OpenAmount(NumberOfOpenItems)
    move zero to OI-LastPaidDate(NumberOfOpenItems)

    move PendingInvoiceAmount to AmountEdited
    move spaces to ReportLine
    string
        "Invoice  " delimited by size
        PI-BowlerName delimited by size
        "  period end " delimited by size
        PI-PeriodTo delimited by size
        "  " delimited by size
        AmountEdited delimited by size
        "  PICKED UP" delimited by size
        into ReportLine
    end-string
    write ReportLine

    perform 2300-ApplyBowlerCredits thru 2300-Exit.
2200-Exit.
    exit.

*> Credits left from earlier overpayments are used against the
*> invoice just picked up, oldest credit first.
2300-ApplyBowlerCredits.
    perform varying CreditItemIndex from 1 by 1
            until CreditItemIndex is greater than NumberOfOpenItems
        if OI-BowlerName(CreditItemIndex) equal to PI-BowlerName
                and OI-ItemType(CreditItemIndex) equal to "C"
                and OI-OpenAmount(CreditItemIndex) is greater than zero
            move OI-OpenAmount(CreditItemIndex) to RemainingAmount
            move PI-BowlerName to ApplyBowlerName
            move PostingDate to ApplyDate
            perform 3400-ApplyToOpenInvoices thru 3400-Exit
            move RemainingAmount to OI-OpenAmount(CreditItemIndex)
        end-if
    end-perform.
2300-Exit.
    exit.

3000-PostPayments.
    move spaces to ReportLine
    write ReportLine
    move "Payment journal" to ReportLine
    write ReportLine
    move "Bowler                Date      Tender Reference      Amount  Disposition"
        to ReportLine
    write ReportLine

    open input BowlerPayments
    if PaymentsNotFound
        move "  no payments on file for this posting" to ReportLine
        write ReportLine
        go to 3000-Exit
    end-if

    open extend PaymentPostingLog
    if PostingLogNotFound
        open output PaymentPostingLog
    end-if

    perform 3100-ReadPayment thru 3100-Exit
    perform with test after until EndOfPayments
        if not EndOfPayments
            perform 3200-PostOnePayment thru 3200-Exit
        end-if
        if not EndOfPayments
            perform 3100-ReadPayment thru 3100-Exit
        end-if
    end-perform
    close BowlerPayments
    close PaymentPostingLog

    move CashPosted to AmountEdited
    move spaces to ReportLine
    string
        "Payments posted: " delimited by size
        PaymentsPosted delimited by size
        "   total " delimited by size
        AmountEdited delimited by size
        into ReportLine
    end-string
    write ReportLine.
3000-Exit.
    exit.

3100-ReadPayment.
    read BowlerPayments
        at end set EndOfPayments to true
    end-read.
3100-Exit.
    exit.

3200-PostOnePayment.
    move spaces to PaymentRejectReason
    evaluate true
        when PY-BowlerName equal to spaces
            move "REJECTED - no bowler name" to PaymentRejectReason
        when PY-Amount is not numeric
            move "REJECTED - amount not numeric" to PaymentRejectReason
        when PY-Amount equal to zero
            move "REJECTED - zero amount" to PaymentRejectReason
        when PY-PaymentDate is not numeric
            move "REJECTED - bad payment date" to PaymentRejectReason
        when not TenderIsCash and not TenderIsCard and not TenderIsCheque
            move "REJECTED - unknown tender" to PaymentRejectReason
        when TenderIsCheque and PY-Reference equal to spaces
            move "REJECTED - no cheque number" to PaymentRejectReason
    end-evaluate

    move zero to PaymentAlreadyPosted
    perform varying PostedIdx from 1 by 1
            until PostedIdx is greater than NumberOfPostedPayments
        if PP-PaymentLine(PostedIdx) equal to PaymentRecord
            move 1 to PaymentAlreadyPosted
        end-if
    end-perform
    if PaymentIsDuplicate and PaymentRejectReason equal to spaces
        add 1 to PaymentsAlreadyPosted
        move "SKIPPED - already posted" to PaymentRejectReason
    end-if

    if PaymentRejectReason is not equal to spaces
        if not PaymentIsDuplicate
            add 1 to PaymentsRejected
        end-if
        move spaces to ReportLine
        string
            PY-BowlerName delimited by size
            "  " delimited by size
            PaymentRecord(22:8) delimited by size
            "  " delimited by size
            PY-Tender delimited by size
            "      " delimited by size
            PY-Reference delimited by size
            "  " delimited by size
            PaymentRecord(31:10) delimited by size
            "  " delimited by size
            PaymentRejectReason delimited by size
            into ReportLine
        end-string
        write ReportLine
        go to 3200-Exit
    end-if

    add 1 to PaymentsPosted
    add PY-Amount to CashPosted
    move PaymentRecord to PostingLogLine
    write PostingLogLine
    move PY-Amount to AmountEdited
    move spaces to ReportLine
    string
        PY-BowlerName delimited by size
        "  " delimited by size
        PY-PaymentDate delimited by size
        "  " delimited by size
        PY-Tender delimited by size
        "      " delimited by size
        PY-Reference delimited by size
        "  " delimited by size
        AmountEdited delimited by size
        "  POSTED" delimited by size
        into ReportLine
    end-string
    write ReportLine

    move PY-Amount to RemainingAmount
    move PY-BowlerName to ApplyBowlerName
    move PY-PaymentDate to ApplyDate
    perform 3400-ApplyToOpenInvoices thru 3400-Exit

    if RemainingAmount is greater than zero
        perform 3500-RecordUnappliedCredit thru 3500-Exit
    end-if.
3200-Exit.
    exit.

*> Oldest-first application: find the bowler's open invoice with
*> the earliest billing-period end, settle as much of it as the
*> money allows, and go again until the money or the invoices run
*> out.
3400-ApplyToOpenInvoices.
    perform 3450-FindOldestOpenInvoice thru 3450-Exit
    perform until RemainingAmount equal to zero
            or OldestItemIndex equal to zero
        if RemainingAmount is less than OI-OpenAmount(OldestItemIndex)
            move RemainingAmount to AppliedAmount
        else
            move OI-OpenAmount(OldestItemIndex) to AppliedAmount
        end-if
        subtract AppliedAmount from OI-OpenAmount(OldestItemIndex)
        subtract AppliedAmount from RemainingAmount
        move ApplyDate to OI-LastPaidDate(OldestItemIndex)

        move AppliedAmount to AppliedEdited
        move OI-OpenAmount(OldestItemIndex) to AmountEdited
        move spaces to ReportLine
        string
            "    applied " delimited by size
            AppliedEdited delimited by size
            " to invoice period end " delimited by size
            OI-ItemDate(OldestItemIndex) delimited by size
            "  still open " delimited by size
            AmountEdited delimited by size
            into ReportLine
        end-string
        write ReportLine

        perform 3450-FindOldestOpenInvoice thru 3450-Exit
    end-perform.
3400-Exit.
    exit.

3450-FindOldestOpenInvoice.
    move zero to OldestItemIndex
    perform varying ItemIdx from 1 by 1
            until ItemIdx is greater than NumberOfOpenItems
        if OI-BowlerName(ItemIdx) equal to ApplyBowlerName
                and OI-ItemType(ItemIdx) equal to "I"
                and OI-OpenAmount(ItemIdx) is greater than zero
            if OldestItemIndex equal to zero
                set OldestItemIndex to ItemIdx
            else
                if OI-ItemDate(ItemIdx) is less than
                        OI-ItemDate(OldestItemIndex)
                    set OldestItemIndex to ItemIdx
                end-if
            end-if
        end-if
    end-perform.
3450-Exit.
    exit.

3500-RecordUnappliedCredit.
    add 1 to PaymentsUnapplied
    if NumberOfOpenItems equal to 500
        move 1 to MasterOverflowed
        move "    master full - overpayment NOT recorded, post by hand"
            to ReportLine
        write ReportLine
        go to 3500-Exit
    end-if

    add 1 to NumberOfOpenItems
    move PY-BowlerName to OI-BowlerName(NumberOfOpenItems)
    move "C" to OI-ItemType(NumberOfOpenItems)
    move PY-PaymentDate to OI-ItemDate(NumberOfOpenItems)
    move zero to OI-PeriodFrom(NumberOfOpenItems)
    move RemainingAmount to OI-OriginalAmount(NumberOfOpenItems)
    move RemainingAmount to OI-OpenAmount(NumberOfOpenItems)
    move PY-PaymentDate to OI-LastPaidDate(NumberOfOpenItems)

    move RemainingAmount to AmountEdited
    move spaces to ReportLine
    string
        "    UNAPPLIED CREDIT " delimited by size
        AmountEdited delimited by size
        " held against the next invoice" delimited by size
        into ReportLine
    end-string
    write ReportLine.
3500-Exit.
    exit.

4000-WriteAgingReport.
    perform varying ItemIdx from 1 by 1
            until ItemIdx is greater than NumberOfOpenItems
        if OI-OpenAmount(ItemIdx) is greater than zero
            perform 4100-AgeOneItem thru 4100-Exit
        end-if
    end-perform

    move spaces to ReportLine
    write ReportLine
    move spaces to ReportLine
    string
        "Receivables aging as of " delimited by size
        PostingDate delimited by size
        " (days past billing period end)" delimited by size
        into ReportLine
    end-string
    write ReportLine
    move "Bowler                   Current     30 days     60 days    90+ days     Balance"
        to ReportLine
    write ReportLine

    perform varying AgingIdx from 1 by 1
            until AgingIdx is greater than NumberOfAgedBowlers
        perform 4200-WriteAgingLine thru 4200-Exit
    end-perform

    move TotalCurrent to CurrentEdited
    move TotalDays30 to Days30Edited
    move TotalDays60 to Days60Edited
    move TotalDays90 to Days90Edited
    move TotalBalance to BalanceEdited
    move spaces to ReportLine
    string
        "TOTAL               " delimited by size
        "  " delimited by size
        CurrentEdited delimited by size
        "  " delimited by size
        Days30Edited delimited by size
        "  " delimited by size
        Days60Edited delimited by size
        "  " delimited by size
        Days90Edited delimited by size
        "  " delimited by size
        BalanceEdited delimited by size
        into ReportLine
    end-string
    write ReportLine.
4000-Exit.
    exit.

4100-AgeOneItem.
    move zero to FoundAgingIndex
    perform varying AgingIdx from 1 by 1
            until AgingIdx is greater than NumberOfAgedBowlers
        if AG-BowlerName(AgingIdx) equal to OI-BowlerName(ItemIdx)
            set FoundAgingIndex to AgingIdx
        end-if
    end-perform

    if FoundAgingIndex equal to zero
        if NumberOfAgedBowlers equal to 100
            go to 4100-Exit
        end-if
        add 1 to NumberOfAgedBowlers
        move NumberOfAgedBowlers to FoundAgingIndex
        move OI-BowlerName(ItemIdx) to AG-BowlerName(FoundAgingIndex)
        move zero to AG-Current(FoundAgingIndex) AG-Days30(FoundAgingIndex)
            AG-Days60(FoundAgingIndex) AG-Days90(FoundAgingIndex)
            AG-Credits(FoundAgingIndex) AG-OverdueAmount(FoundAgingIndex)
        move 99999999 to AG-OverdueSince(FoundAgingIndex)
    end-if

    if OI-ItemType(ItemIdx) equal to "C"
        add OI-OpenAmount(ItemIdx) to AG-Credits(FoundAgingIndex)
        go to 4100-Exit
    end-if

    move zero to DaysOutstanding
    if test-date-yyyymmdd(OI-ItemDate(ItemIdx)) equal to zero
        compute DaysOutstanding =
            integer-of-date(PostingDate) - integer-of-date(OI-ItemDate(ItemIdx))
    end-if

    evaluate true
        when DaysOutstanding is less than 30
            add OI-OpenAmount(ItemIdx) to AG-Current(FoundAgingIndex)
        when DaysOutstanding is less than 60
            add OI-OpenAmount(ItemIdx) to AG-Days30(FoundAgingIndex)
        when DaysOutstanding is less than 90
            add OI-OpenAmount(ItemIdx) to AG-Days60(FoundAgingIndex)
        when other
            add OI-OpenAmount(ItemIdx) to AG-Days90(FoundAgingIndex)
    end-evaluate

*> The invoice says the late charge applies once the billing period
*> is over and the bill is still unpaid.
    if OI-ItemDate(ItemIdx) is less than PostingDate
        add OI-OpenAmount(ItemIdx) to AG-OverdueAmount(FoundAgingIndex)
        if OI-ItemDate(ItemIdx) is less than AG-OverdueSince(FoundAgingIndex)
            move OI-ItemDate(ItemIdx) to AG-OverdueSince(FoundAgingIndex)
        end-if
    end-if.
4100-Exit.
    exit.

4200-WriteAgingLine.
    compute AgedBalance = AG-Current(AgingIdx) + AG-Days30(AgingIdx)
        + AG-Days60(AgingIdx) + AG-Days90(AgingIdx) - AG-Credits(AgingIdx)
    add AG-Current(AgingIdx) to TotalCurrent
    add AG-Days30(AgingIdx) to TotalDays30
    add AG-Days60(AgingIdx) to TotalDays60
    add AG-Days90(AgingIdx) to TotalDays90
    add AgedBalance to TotalBalance

    move AG-Current(AgingIdx) to CurrentEdited
    move AG-Days30(AgingIdx) to Days30Edited
    move AG-Days60(AgingIdx) to Days60Edited
    move AG-Days90(AgingIdx) to Days90Edited
    move AgedBalance to BalanceEdited
    move spaces to ReportLine
    string
        AG-BowlerName(AgingIdx) delimited by size
        "  " delimited by size
        CurrentEdited delimited by size
        "  " delimited by size
        Days30Edited delimited by size
        "  " delimited by size
        Days60Edited delimited by size
        "  " delimited by size
        Days90Edited delimited by size
        "  " delimited by size
        BalanceEdited delimited by size
        into ReportLine
    end-string
    write ReportLine.
4200-Exit.
    exit.

5000-WriteLateCharges.
    open output LateChargeAssessments
    move spaces to ReportLine
    write ReportLine
    move "Late charge to be assessed on the next billing cycle" to ReportLine
    write ReportLine

    perform varying AgingIdx from 1 by 1
            until AgingIdx is greater than NumberOfAgedBowlers
        if AG-OverdueAmount(AgingIdx) is greater than AG-Credits(AgingIdx)
            perform 5100-ListOneLateCharge thru 5100-Exit
        end-if
    end-perform

    if LateChargesListed equal to zero
        move "  none - no bowler owes on a closed billing period" to ReportLine
        write ReportLine
    end-if
    close LateChargeAssessments.
5000-Exit.
    exit.

5100-ListOneLateCharge.
    add 1 to LateChargesListed
    move spaces to LateChargeRecord
    move AG-BowlerName(AgingIdx) to LC-BowlerName
    move AG-OverdueSince(AgingIdx) to LC-OverdueSince
    compute LC-OverdueAmount =
        AG-OverdueAmount(AgingIdx) - AG-Credits(AgingIdx)
    move LateCharge to LC-LateCharge
    write LateChargeRecord

    move LC-OverdueAmount to AmountEdited
    move LateCharge to AppliedEdited
    move spaces to ReportLine
    string
        AG-BowlerName(AgingIdx) delimited by size
        "  overdue since " delimited by size
        AG-OverdueSince(AgingIdx) delimited by size
        "  owing " delimited by size
        AmountEdited delimited by size
        "  late charge " delimited by size
        AppliedEdited delimited by size
        into ReportLine
    end-string
    write ReportLine.
5100-Exit.
    exit.

*> Settled items come off the master, except each bowler's latest
*> invoice: BowlerInvoices.dat still holds it until the next billing
*> run, so it stays on at zero open to stop a rerun picking it up
*> again as new.
6000-RewriteMaster.
    open output ReceivablesMaster
    perform varying ItemIdx from 1 by 1
            until ItemIdx is greater than NumberOfOpenItems
        perform 6050-KeepOrDropItem thru 6050-Exit
    end-perform
    close ReceivablesMaster.
6000-Exit.
    exit.

6050-KeepOrDropItem.
    if OI-OpenAmount(ItemIdx) is greater than zero
        perform 6100-WriteMasterItem thru 6100-Exit
        go to 6050-Exit
    end-if
    if OI-ItemType(ItemIdx) is not equal to "I"
        go to 6050-Exit
    end-if

    move zero to FoundItemIndex
    perform varying CreditItemIndex from 1 by 1
            until CreditItemIndex is greater than NumberOfOpenItems
        if OI-BowlerName(CreditItemIndex) equal to OI-BowlerName(ItemIdx)
                and OI-ItemType(CreditItemIndex) equal to "I"
                and OI-ItemDate(CreditItemIndex) is greater than
                    OI-ItemDate(ItemIdx)
            move CreditItemIndex to FoundItemIndex
        end-if
    end-perform
    if FoundItemIndex equal to zero
        perform 6100-WriteMasterItem thru 6100-Exit
    end-if.
6050-Exit.
    exit.

6100-WriteMasterItem.
    move spaces to ReceivablesMasterRecord
    move OI-BowlerName(ItemIdx) to RM-BowlerName
    move OI-ItemType(ItemIdx) to RM-ItemType
    move OI-ItemDate(ItemIdx) to RM-ItemDate
    move OI-PeriodFrom(ItemIdx) to RM-PeriodFrom
    move OI-OriginalAmount(ItemIdx) to RM-OriginalAmount
    move OI-OpenAmount(ItemIdx) to RM-OpenAmount
    move OI-LastPaidDate(ItemIdx) to RM-LastPaidDate
    write ReceivablesMasterRecord.
6100-Exit.
    exit.

8000-SetReturnCode.
    display "ReceivablesPostingRun: invoices picked up " InvoicesPickedUp
        " payments posted " PaymentsPosted
        " rejected " PaymentsRejected
        " unapplied " PaymentsUnapplied
        " already posted " PaymentsAlreadyPosted
        " late charges " LateChargesListed
    evaluate true
        when MasterOverflowed equal to 1
            set BatchCompletedWithErrors to true
        when PaymentsRejected is greater than zero
                or PaymentsUnapplied is greater than zero
                or PaymentsAlreadyPosted is greater than zero
            set BatchCompletedWithWarnings to true
        when other
            set BatchCompletedNormally to true
    end-evaluate.
8000-Exit.
    exit.

9000-Terminate.
    close PostingReport.
9000-Exit.
    exit.

end program ReceivablesPostingRun.
