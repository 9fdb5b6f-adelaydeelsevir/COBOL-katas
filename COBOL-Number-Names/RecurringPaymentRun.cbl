identification division.
program-id. RecurringPaymentRun.

*> Generation run for recurring payments. Rent, retainers and the
*> equipment lease used to be keyed into Disbursements.dat fresh
*> every month, and one was missed. They now live on
*> RecurringPayments.dat, and this run expands every template into
*> the occurrences falling due between today and the end of the
*> coming period - RecurringParms.dat gives the period in days
*> (thirty-one if there is no parm) and the expiry warning horizon
*> (forty-five). An occurrence's scheduled date is moved off a
*> weekend or holiday by the template's adjustment rule, against the
*> same business-day calendar ChequePrintRun dates its cheques by.
*> An occurrence that fell due before today and was never generated
*> - the run did not go, or the template was added late - is
*> generated now and reported as late.
*>
*> Each occurrence goes onto Disbursements.dat as a normal detail
*> with one invoice line behind it, whose number (# template - count)
*> identifies the occurrence: the remittance advice shows what the
*> payment is for, and the print run's invoice-number duplicate check
*> catches the same occurrence arriving twice. The master keeps the
*> count and scheduled date of the last occurrence generated, so a
*> rerun generates nothing new. Accounts payable's own details stay
*> on the file and the control trailer is rebuilt over the lot; a
*> file whose trailer is missing or already out of balance is not
*> touched, since adding to it would hide the damage.
*>
*> Templates whose end date falls inside the warning horizon are
*> reported as expiring, so the contract can be renewed before the
*> payments stop.

environment division.
configuration section.
    repository.
        function all intrinsic
        function NextBusinessDay.

input-output section.
file-control.
    select RecurringPayments assign to "RecurringPayments.dat"
        organization is line sequential
        file status is RecurringPaymentsStatus.
    select RecurringParms assign to "RecurringParms.dat"
        organization is line sequential
        file status is RecurringParmsStatus.
    select Disbursements assign to "Disbursements.dat"
        organization is line sequential
        file status is DisbursementsStatus.
    select RecurringReport assign to "RecurringPaymentReport.dat"
        organization is line sequential.

data division.
file section.
    fd RecurringPayments.
        copy RecurringPaymentRecord.

    fd RecurringParms.
        01 RecurringParmRecord.
            02 ParmPeriodDays pic 999.
            02 filler         pic x.
            02 ParmExpiryDays pic 999.

    fd Disbursements.
        01 DisbursementLine pic x(80).
        01 DisbursementDetail redefines DisbursementLine.
            02 DL-Payee  pic x(20).
            02 filler    pic x.
            02 DL-Sign   pic x.
            02 DL-Amount pic 9(10)v99.
            02 filler    pic x(46).
        01 DisbursementTrailer redefines DisbursementLine.
            02 DT-TrailerId   pic x(9).
                88 RecordIsTrailer value "*TRAILER*".
                88 RecordIsInvoice value "*INVOICE*".
            02 filler         pic x(12).
            02 DT-RecordCount pic 9(6).
            02 filler         pic x.
            02 DT-HashTotal   pic 9(12)v99.
            02 filler         pic x(38).

    fd RecurringReport.
        01 ReportLine pic x(120).

working-storage section.
    01 TemplateEntries.
        02 TemplateEntry occurs 1 to 200 times depending on NumberOfTemplates
                indexed by TemplateIdx.
            03 TM-Record pic x(90).
    01 NumberOfTemplates pic 999 value zero.
    01 TemplateTableOverflowed pic 9 value zero usage binary.

*> Accounts payable's details as they stand, held so the file can be
*> rewritten with the generated occurrences and a new trailer.
    01 DisbursementLines.
        02 DisbursementLineEntry pic x(80) occurs 1 to 2000 times
                depending on NumberOfDisbursementLines
                indexed by LineIdx.
    01 NumberOfDisbursementLines pic 9(4) value zero.
    01 DisbursementTableOverflowed pic 9 value zero usage binary.

    01 GeneratedDetail.
        02 GD-Payee        pic x(20).
        02 filler          pic x value space.
        02 GD-Sign         pic x.
        02 GD-Amount       pic 9(10)v99.
        02 filler          pic x value space.
        02 GD-ManualSign   pic x.
        02 GD-ManualAmount pic 9(10)v99.
        02 filler          pic x value space.
        02 GD-PayMethod    pic x.
        02 filler          pic x value space.
        02 GD-ApproverCode pic x(4).
        02 filler          pic x value space.
        02 GD-AccountCode  pic x(3).
        02 filler          pic x(8) value spaces.
        02 GD-CurrencyCode pic x(3).
    01 GeneratedInvoice.
        02 GI-DetailId      pic x(9) value "*INVOICE*".
        02 filler           pic x value space.
        02 GI-InvoiceNumber.
            03 filler          pic x value "#".
            03 GI-TemplateId   pic x(4).
            03 filler          pic x value "-".
            03 GI-Occurrence   pic 9(4).
        02 filler           pic x value space.
        02 GI-InvoiceDate   pic 9(8).
        02 filler           pic x value space.
        02 GI-Gross         pic 9(10)v99.
        02 filler           pic x value space.
        02 GI-Deduction     pic 9(10)v99 value zero.
        02 filler           pic x value space.
        02 GI-Net           pic 9(10)v99.

    01 RecurringPaymentsStatus pic xx value spaces.
        88 RecurringPaymentsNotFound value "35".
        88 EndOfRecurringPayments value "10".
    01 RecurringParmsStatus pic xx value spaces.
        88 RecurringParmsFound value "00".
    01 DisbursementsStatus pic xx value spaces.
        88 DisbursementsNotFound value "35".
        88 EndOfDisbursements value "10".

    01 PeriodDays pic 999 value 31.
    01 ExpiryWarningDays pic 999 value 45.
    01 RunDate pic 9(8) value zero.
    01 PeriodEndDate pic 9(8) value zero.
    01 ExpiryHorizonDate pic 9(8) value zero.
    01 CurrentDateFields.
        02 CurrentDateYmd pic 9(8).
        02 filler pic x(13).

    01 ControlRecordCount pic 9(6) value zero.
    01 ControlHashTotal pic 9(12)v99 value zero.
    01 TrailerSeen pic 9 value zero usage binary.
        88 TrailerWasSeen value 1.
    01 TrailerRecordCount pic 9(6) value zero.
    01 TrailerHashTotal pic 9(12)v99 value zero.

*> Occurrence arithmetic. Monthly, quarterly and annual occurrences
*> step whole months from the start date and keep its day of the
*> month, pulled back to the month's last day where the month is
*> shorter (a lease starting on the 31st pays on the 30th in April).
    01 TemplateFinished pic 9 value zero usage binary.
        88 TemplateIsFinished value 1.
    01 OccurrencesThisTemplate pic 999 value zero.
    01 MaximumOccurrencesPerRun pic 999 value 60.
    01 NominalDate pic 9(8) value zero.
    01 NominalDateParts redefines NominalDate.
        02 NominalYear  pic 9(4).
        02 NominalMonth pic 99.
        02 NominalDay   pic 99.
    01 StartDateParts.
        02 StartYear  pic 9(4).
        02 StartMonth pic 99.
        02 StartDay   pic 99.
    01 DueDate pic 9(8) value zero.
    01 DueDateParts redefines DueDate.
        02 DueYear  pic 9(4).
        02 DueMonth pic 99.
        02 DueDay   pic 99.
    01 MonthStep pic 99 value zero.
    01 MonthIndex pic 9(7) value zero.
    01 NextMonthFirst pic 9(8) value zero.
    01 LastDayOfMonth pic 99 value zero.
    01 CandidateDate pic 9(8) value zero.
    01 DayBeforeCandidate pic 9(8) value zero.
    01 DateIsBusinessDay pic 9 value zero usage binary.
        88 CandidateIsBusinessDay value 1.

    01 RejectReason pic x(40) value spaces.
    01 OccurrenceDisposition pic x(30) value spaces.
    01 AmountEdited pic zzz,zzz,zz9.99 value zero.
    01 TemplatesRead pic 999 value zero.
    01 TemplatesRejected pic 999 value zero.
    01 TemplatesExpiring pic 999 value zero.
    01 OccurrencesGenerated pic 9(4) value zero.
    01 OccurrencesLate pic 9(4) value zero.

    copy BatchReturnCode.

procedure division.

0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    if BatchCompletedWithErrors
        close RecurringReport
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 2000-GenerateOccurrences thru 2000-Exit
    if DisbursementTableOverflowed equal to 1
        display "RecurringPaymentRun: more than 2000 lines for"
            " Disbursements.dat - run abandoned before anything was"
            " rewritten"
        set BatchCompletedWithErrors to true
        close RecurringReport
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 3000-RewriteDisbursements thru 3000-Exit
    perform 4000-RewriteTemplates thru 4000-Exit
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
    move BatchReturnCode to return-code
    stop run.

1000-Initialize.
    move function current-date to CurrentDateFields
    move CurrentDateYmd to RunDate

    open input RecurringParms
    if RecurringParmsFound
        read RecurringParms
            at end continue
            not at end
                if ParmPeriodDays is numeric
                        and ParmPeriodDays is greater than zero
                    move ParmPeriodDays to PeriodDays
                end-if
                if ParmExpiryDays is numeric
                        and ParmExpiryDays is greater than zero
                    move ParmExpiryDays to ExpiryWarningDays
                end-if
        end-read
        close RecurringParms
    end-if
    compute PeriodEndDate = function date-of-integer(
        function integer-of-date(RunDate) + PeriodDays)
    compute ExpiryHorizonDate = function date-of-integer(
        function integer-of-date(RunDate) + ExpiryWarningDays)

    open output RecurringReport
    move spaces to ReportLine
    string
        "Recurring payments run " delimited by size
        RunDate delimited by size
        " - occurrences due through " delimited by size
        PeriodEndDate delimited by size
        into ReportLine
    end-string
    write ReportLine
    move spaces to ReportLine
    write ReportLine
    move "Tmpl Payee                Scheduled Due           Amount  Disposition"
        to ReportLine
    write ReportLine

    perform 1100-LoadTemplates thru 1100-Exit
    if TemplateTableOverflowed equal to 1
        display "RecurringPaymentRun: more than 200 templates on"
            " RecurringPayments.dat - run abandoned"
        set BatchCompletedWithErrors to true
        go to 1000-Exit
    end-if

    perform 1200-LoadDisbursements thru 1200-Exit
    if DisbursementTableOverflowed equal to 1
        display "RecurringPaymentRun: Disbursements.dat exceeds the"
            " 2000-line work table - run abandoned"
        set BatchCompletedWithErrors to true
        go to 1000-Exit
    end-if

    evaluate true
        when NumberOfDisbursementLines equal to zero
            continue
        when not TrailerWasSeen
            display "RecurringPaymentRun: no control trailer on"
                " Disbursements.dat - nothing generated"
            set BatchCompletedWithErrors to true
        when TrailerRecordCount not equal to ControlRecordCount
                or TrailerHashTotal not equal to ControlHashTotal
            display "RecurringPaymentRun: Disbursements.dat is out of"
                " balance with its trailer - nothing generated"
            set BatchCompletedWithErrors to true
        when other
            continue
    end-evaluate.
1000-Exit.
    exit.

1100-LoadTemplates.
    open input RecurringPayments
    if RecurringPaymentsNotFound
        display "RecurringPaymentRun: no RecurringPayments.dat on file"
        go to 1100-Exit
    end-if

    perform 1150-ReadTemplate thru 1150-Exit
    perform with test after until EndOfRecurringPayments
        if not EndOfRecurringPayments
            if NumberOfTemplates is less than 200
                add 1 to NumberOfTemplates
                move RecurringPaymentRecord to TM-Record(NumberOfTemplates)
            else
                move 1 to TemplateTableOverflowed
            end-if
            perform 1150-ReadTemplate thru 1150-Exit
        end-if
    end-perform
    close RecurringPayments.
1100-Exit.
    exit.

1150-ReadTemplate.
    move spaces to RecurringPaymentRecord
    read RecurringPayments
        at end set EndOfRecurringPayments to true
    end-read.
1150-Exit.
    exit.

*> The trailer is checked the way ChequePrintRun checks it: details
*> counted and their amounts hashed, invoice lines passed over.
1200-LoadDisbursements.
    open input Disbursements
    if DisbursementsNotFound
        go to 1200-Exit
    end-if

    perform 1250-ReadDisbursement thru 1250-Exit
    perform with test after until EndOfDisbursements
        if not EndOfDisbursements
            evaluate true
                when RecordIsTrailer
                    move 1 to TrailerSeen
                    move DT-RecordCount to TrailerRecordCount
                    move DT-HashTotal to TrailerHashTotal
                when RecordIsInvoice
                    perform 1280-KeepDisbursementLine thru 1280-Exit
                when other
                    add 1 to ControlRecordCount
                    add DL-Amount to ControlHashTotal
                    perform 1280-KeepDisbursementLine thru 1280-Exit
            end-evaluate
            perform 1250-ReadDisbursement thru 1250-Exit
        end-if
    end-perform
    close Disbursements.
1200-Exit.
    exit.

1250-ReadDisbursement.
    read Disbursements
        at end set EndOfDisbursements to true
    end-read.
1250-Exit.
    exit.

1280-KeepDisbursementLine.
    if NumberOfDisbursementLines is less than 2000
        add 1 to NumberOfDisbursementLines
        move DisbursementLine
            to DisbursementLineEntry(NumberOfDisbursementLines)
    else
        move 1 to DisbursementTableOverflowed
    end-if.
1280-Exit.
    exit.

2000-GenerateOccurrences.
    perform varying TemplateIdx from 1 by 1
            until TemplateIdx is greater than NumberOfTemplates
        move TM-Record(TemplateIdx) to RecurringPaymentRecord
        add 1 to TemplatesRead
        perform 2100-ExpandTemplate thru 2100-Exit
        move RecurringPaymentRecord to TM-Record(TemplateIdx)
    end-perform.
2000-Exit.
    exit.

2100-ExpandTemplate.
    move spaces to RejectReason
    evaluate true
        when RP-TemplateId equal to spaces
            move "no template id" to RejectReason
        when RP-Payee equal to spaces
            move "no payee" to RejectReason
        when RP-Amount is not numeric
            move "amount not numeric" to RejectReason
        when not FrequencyIsValid
            move "frequency must be W, F, M, Q or A" to RejectReason
        when not AdjustRuleIsValid
            move "adjustment rule must be F, P, M or N" to RejectReason
        when RP-StartDate is not numeric
            move "start date not a valid date" to RejectReason
        when test-date-yyyymmdd(RP-StartDate) not equal to zero
            move "start date not a valid date" to RejectReason
        when RP-EndDate is not numeric
            move "end date not numeric" to RejectReason
        when RP-EndDate is greater than zero
                and RP-EndDate is less than RP-StartDate
            move "end date before start date" to RejectReason
    end-evaluate

    if RejectReason not equal to spaces
        add 1 to TemplatesRejected
        move spaces to ReportLine
        string
            RP-TemplateId delimited by size
            " " delimited by size
            RP-Payee delimited by size
            " REJECTED - " delimited by size
            RejectReason delimited by size
            into ReportLine
        end-string
        write ReportLine
        go to 2100-Exit
    end-if

    if RP-OccurrenceCount is not numeric
        move zero to RP-OccurrenceCount
    end-if
    if RP-LastOccurrence is not numeric
        move zero to RP-LastOccurrence
    end-if
    move RP-StartDate to StartDateParts
    evaluate RP-Frequency
        when "M"
            move 1 to MonthStep
        when "Q"
            move 3 to MonthStep
        when "A"
            move 12 to MonthStep
        when other
            move zero to MonthStep
    end-evaluate

    move zero to TemplateFinished
    move zero to OccurrencesThisTemplate
    perform 2200-GenerateNextOccurrence thru 2200-Exit
        until TemplateIsFinished

    perform 2700-CheckExpiry thru 2700-Exit.
2100-Exit.
    exit.

*> The next occurrence is number RP-OccurrenceCount counting from
*> zero at the start date; it is generated if it is inside the end
*> date and its adjusted due date is inside the coming period.
2200-GenerateNextOccurrence.
    if OccurrencesThisTemplate is not less than MaximumOccurrencesPerRun
        move 1 to TemplateFinished
        go to 2200-Exit
    end-if

    perform 2300-ComputeNominalDate thru 2300-Exit
    if RP-EndDate is greater than zero
            and NominalDate is greater than RP-EndDate
        move 1 to TemplateFinished
        go to 2200-Exit
    end-if

    perform 2400-AdjustForBusinessDay thru 2400-Exit
    if DueDate is greater than PeriodEndDate
        move 1 to TemplateFinished
        go to 2200-Exit
    end-if

    add 1 to RP-OccurrenceCount
    add 1 to OccurrencesThisTemplate
    add 1 to OccurrencesGenerated
    move NominalDate to RP-LastOccurrence
    perform 2600-WriteOccurrence thru 2600-Exit

    if DueDate is less than RunDate
        add 1 to OccurrencesLate
        move "GENERATED LATE" to OccurrenceDisposition
    else
        move "GENERATED" to OccurrenceDisposition
    end-if
    move RP-Amount to AmountEdited
    move spaces to ReportLine
    string
        RP-TemplateId delimited by size
        " " delimited by size
        RP-Payee delimited by size
        " " delimited by size
        NominalDate delimited by size
        "  " delimited by size
        DueDate delimited by size
        " " delimited by size
        RP-Sign delimited by size
        AmountEdited delimited by size
        "  " delimited by size
        OccurrenceDisposition delimited by size
        into ReportLine
    end-string
    write ReportLine.
2200-Exit.
    exit.

2300-ComputeNominalDate.
    if MonthStep equal to zero
        if RP-Frequency equal to "W"
            compute NominalDate = function date-of-integer(
                function integer-of-date(RP-StartDate)
                + 7 * RP-OccurrenceCount)
        else
            compute NominalDate = function date-of-integer(
                function integer-of-date(RP-StartDate)
                + 14 * RP-OccurrenceCount)
        end-if
        go to 2300-Exit
    end-if

    compute MonthIndex = StartYear * 12 + StartMonth - 1
        + MonthStep * RP-OccurrenceCount
    compute NominalYear = MonthIndex / 12
    compute NominalMonth = MonthIndex - NominalYear * 12 + 1
    if NominalMonth equal to 12
        compute NextMonthFirst = (NominalYear + 1) * 10000 + 0101
    else
        compute NextMonthFirst = NominalYear * 10000
            + (NominalMonth + 1) * 100 + 1
    end-if
    compute CandidateDate = function date-of-integer(
        function integer-of-date(NextMonthFirst) - 1)
    compute LastDayOfMonth = function mod(CandidateDate, 100)
    move StartDay to NominalDay
    if NominalDay is greater than LastDayOfMonth
        move LastDayOfMonth to NominalDay
    end-if.
2300-Exit.
    exit.

2400-AdjustForBusinessDay.
    move NominalDate to DueDate
    if RP-AdjustRule equal to "N"
        go to 2400-Exit
    end-if

    move NominalDate to CandidateDate
    perform 2460-TestBusinessDay thru 2460-Exit
    if CandidateIsBusinessDay
        go to 2400-Exit
    end-if

    evaluate RP-AdjustRule
        when "F"
            move NextBusinessDay(NominalDate) to DueDate
        when "P"
            perform 2450-FindPrecedingBusinessDay thru 2450-Exit
        when "M"
            move NextBusinessDay(NominalDate) to DueDate
            if DueMonth not equal to NominalMonth
                perform 2450-FindPrecedingBusinessDay thru 2450-Exit
            end-if
    end-evaluate.
2400-Exit.
    exit.

2450-FindPrecedingBusinessDay.
    move NominalDate to CandidateDate
    move zero to DateIsBusinessDay
    perform until CandidateIsBusinessDay
        compute CandidateDate = function date-of-integer(
            function integer-of-date(CandidateDate) - 1)
        perform 2460-TestBusinessDay thru 2460-Exit
    end-perform
    move CandidateDate to DueDate.
2450-Exit.
    exit.

*> A date is a business day exactly when it is the next business
*> day after the day before it.
2460-TestBusinessDay.
    compute DayBeforeCandidate = function date-of-integer(
        function integer-of-date(CandidateDate) - 1)
    if NextBusinessDay(DayBeforeCandidate) equal to CandidateDate
        move 1 to DateIsBusinessDay
    else
        move zero to DateIsBusinessDay
    end-if.
2460-Exit.
    exit.

2600-WriteOccurrence.
    move RP-Payee to GD-Payee
    move RP-Sign to GD-Sign
    move RP-Amount to GD-Amount
    move RP-Sign to GD-ManualSign
    move RP-Amount to GD-ManualAmount
    move RP-PayMethod to GD-PayMethod
    move RP-ApproverCode to GD-ApproverCode
    move RP-AccountCode to GD-AccountCode
    move RP-CurrencyCode to GD-CurrencyCode
    move GeneratedDetail to DisbursementLine
    perform 1280-KeepDisbursementLine thru 1280-Exit
    add 1 to ControlRecordCount
    add RP-Amount to ControlHashTotal

    move RP-TemplateId to GI-TemplateId
    move RP-OccurrenceCount to GI-Occurrence
    move DueDate to GI-InvoiceDate
    move RP-Amount to GI-Gross
    move RP-Amount to GI-Net
    move GeneratedInvoice to DisbursementLine
    perform 1280-KeepDisbursementLine thru 1280-Exit.
2600-Exit.
    exit.

2700-CheckExpiry.
    if RP-EndDate equal to zero
            or RP-EndDate is greater than ExpiryHorizonDate
        go to 2700-Exit
    end-if

    add 1 to TemplatesExpiring
    move spaces to ReportLine
    if RP-EndDate is less than RunDate
        string
            RP-TemplateId delimited by size
            " " delimited by size
            RP-Payee delimited by size
            " EXPIRED " delimited by size
            RP-EndDate delimited by size
            " - no further occurrences" delimited by size
            into ReportLine
        end-string
    else
        string
            RP-TemplateId delimited by size
            " " delimited by size
            RP-Payee delimited by size
            " EXPIRES " delimited by size
            RP-EndDate delimited by size
            " - renew or let lapse" delimited by size
            into ReportLine
        end-string
    end-if
    write ReportLine.
2700-Exit.
    exit.

*> Nothing generated leaves accounts payable's file exactly as it
*> was keyed.
3000-RewriteDisbursements.
    if OccurrencesGenerated equal to zero
        go to 3000-Exit
    end-if

    open output Disbursements
    perform varying LineIdx from 1 by 1
            until LineIdx is greater than NumberOfDisbursementLines
        move DisbursementLineEntry(LineIdx) to DisbursementLine
        write DisbursementLine
    end-perform
    move spaces to DisbursementLine
    move "*TRAILER*" to DT-TrailerId
    move ControlRecordCount to DT-RecordCount
    move ControlHashTotal to DT-HashTotal
    write DisbursementLine
    close Disbursements.
3000-Exit.
    exit.

4000-RewriteTemplates.
    if NumberOfTemplates equal to zero
        go to 4000-Exit
    end-if

    open output RecurringPayments
    perform varying TemplateIdx from 1 by 1
            until TemplateIdx is greater than NumberOfTemplates
        move TM-Record(TemplateIdx) to RecurringPaymentRecord
        write RecurringPaymentRecord
    end-perform
    close RecurringPayments.
4000-Exit.
    exit.

8000-SetReturnCode.
    move spaces to ReportLine
    write ReportLine
    move spaces to ReportLine
    string
        "Templates " delimited by size
        TemplatesRead delimited by size
        "  rejected " delimited by size
        TemplatesRejected delimited by size
        "  expiring " delimited by size
        TemplatesExpiring delimited by size
        "  occurrences generated " delimited by size
        OccurrencesGenerated delimited by size
        "  late " delimited by size
        OccurrencesLate delimited by size
        into ReportLine
    end-string
    write ReportLine
    display "RecurringPaymentRun: generated " OccurrencesGenerated
        " late " OccurrencesLate
        " rejected " TemplatesRejected
        " expiring " TemplatesExpiring

    if TemplatesRejected is greater than zero
            or OccurrencesLate is greater than zero
        set BatchCompletedWithWarnings to true
    else
        set BatchCompletedNormally to true
    end-if.
8000-Exit.
    exit.

9000-Terminate.
    close RecurringReport.
9000-Exit.
    exit.

end program RecurringPaymentRun.
