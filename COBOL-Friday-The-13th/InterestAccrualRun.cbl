identification division.
program-id. InterestAccrualRun.

*> Accrued-interest batch driver over the DayCountFraction service,
*> so the billing late charges and the stale-cheque escheat accrual
*> are worked out the same way. Reads InterestAccrualItems.dat - one
*> line per principal: reference, principal, annual rate in percent,
*> accrual start and end dates, day-count convention (ACT/ACT,
*> ACT/365, ACT/360 or 30/360) and the source it belongs to (for
*> example LATEFEE or ESCHEAT) - and works out the interest as
*> principal x rate / 100 x year fraction, rounded to the cent.
*> AccruedInterest.dat carries one machine-readable line per item for
*> the posting side; AccruedInterestReport.dat lists the items with
*> their day counts and totals the interest per source. A line with
*> a bad amount or date, an unknown convention, or an end date before
*> its start is reported and left out of the totals.

environment division.
configuration section.
    repository.
        function all intrinsic
        function DayCountFraction.

input-output section.
file-control.
    select InterestAccrualItems assign to "InterestAccrualItems.dat"
        organization is line sequential
        file status is InterestAccrualItemsStatus.
    select AccruedInterest assign to "AccruedInterest.dat"
        organization is line sequential.
    select AccrualReport assign to "AccruedInterestReport.dat"
        organization is line sequential.

data division.
file section.
    fd InterestAccrualItems.
        01 AccrualItemRecord.
            02 IA-Reference   pic x(12).
            02 filler         pic x.
            02 IA-Principal   pic 9(10)v99.
            02 filler         pic x.
            02 IA-RatePercent pic 9(3)v9(6).
            02 filler         pic x.
            02 IA-StartDate   pic 9(8).
            02 filler         pic x.
            02 IA-EndDate     pic 9(8).
            02 filler         pic x.
            02 IA-Convention  pic x(7).
            02 filler         pic x.
            02 IA-Source      pic x(8).

    fd AccruedInterest.
        01 AccruedInterestRecord.
            02 AI-Reference    pic x(12).
            02 filler          pic x.
            02 AI-Source       pic x(8).
            02 filler          pic x.
            02 AI-Convention   pic x(7).
            02 filler          pic x.
            02 AI-DayCount     pic 9(7).
            02 filler          pic x.
            02 AI-YearFraction pic 9(3)v9(9).
            02 filler          pic x.
            02 AI-Interest     pic 9(10)v99.

    fd AccrualReport.
        01 ReportLine pic x(132).

working-storage section.
    01 InterestAccrualItemsStatus pic xx value spaces.
        88 InterestAccrualItemsNotFound value "35".
        88 EndOfInterestAccrualItems value "10".

    copy DayCountInfo.
    01 ConventionKnown pic 9 value zero.
    01 AccruedAmount pic 9(10)v99 value zero.
    01 RejectReason pic x(30) value spaces.

    01 SourceTotals.
        02 SourceTotal occurs 1 to 20 times depending on NumberOfSources
                indexed by SourceIdx.
            03 SO-Source   pic x(8).
            03 SO-Items    pic 9(5).
            03 SO-Interest pic 9(12)v99.
    01 NumberOfSources pic 99 value zero.
    01 FoundSourceIndex pic 99 value zero.

    01 PrincipalEdited pic z(9)9.99.
    01 RateEdited pic zz9.9(6).
    01 DayCountEdited pic z(6)9.
    01 FractionEdited pic z9.9(9).
    01 InterestEdited pic z(9)9.99.
    01 TotalEdited pic z(11)9.99.

    01 ItemsRead pic 9(5) value zero.
    01 ItemsAccrued pic 9(5) value zero.
    01 ItemsRejected pic 9(5) value zero.
    01 InterestTotal pic 9(12)v99 value zero.

    copy BatchReturnCode.

procedure division.

0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    if BatchCompletedWithErrors
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 2000-AccrueAllItems thru 2000-Exit
    perform 3000-WriteSourceTotals thru 3000-Exit
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
    move BatchReturnCode to return-code
    stop run.

1000-Initialize.
    open input InterestAccrualItems
    if InterestAccrualItemsNotFound
        display "InterestAccrualRun: no InterestAccrualItems.dat on file"
        set BatchCompletedWithErrors to true
        go to 1000-Exit
    end-if

    open output AccruedInterest
    open output AccrualReport
    move "Accrued interest" to ReportLine
    write ReportLine
    move "Reference    Source   Conv        Principal      Rate% From     To          Days Year frac        Interest"
        to ReportLine
    write ReportLine.
1000-Exit.
    exit.

2000-AccrueAllItems.
    perform 2100-ReadAccrualItem thru 2100-Exit
    perform with test after until EndOfInterestAccrualItems
        if not EndOfInterestAccrualItems
            add 1 to ItemsRead
            perform 2200-AccrueOneItem thru 2200-Exit
            perform 2100-ReadAccrualItem thru 2100-Exit
        end-if
    end-perform
    close InterestAccrualItems.
2000-Exit.
    exit.

2100-ReadAccrualItem.
    read InterestAccrualItems
        at end set EndOfInterestAccrualItems to true
    end-read.
2100-Exit.
    exit.

2200-AccrueOneItem.
    move spaces to RejectReason
    evaluate true
        when IA-Principal is not numeric
            move "PRINCIPAL NOT NUMERIC" to RejectReason
        when IA-RatePercent is not numeric
            move "RATE NOT NUMERIC" to RejectReason
        when IA-StartDate is not numeric
                or test-date-yyyymmdd(IA-StartDate) not equal to zero
            move "START DATE INVALID" to RejectReason
        when IA-EndDate is not numeric
                or test-date-yyyymmdd(IA-EndDate) not equal to zero
            move "END DATE INVALID" to RejectReason
        when IA-EndDate is less than IA-StartDate
            move "END DATE BEFORE START" to RejectReason
        when other
            continue
    end-evaluate
    if RejectReason not equal to spaces
        perform 2900-ReportRejected thru 2900-Exit
        go to 2200-Exit
    end-if

    move DayCountFraction(IA-StartDate, IA-EndDate, IA-Convention, DayCountInfo)
        to ConventionKnown
    if ConventionKnown equal to zero
        move "UNKNOWN DAY-COUNT CONVENTION" to RejectReason
        perform 2900-ReportRejected thru 2900-Exit
        go to 2200-Exit
    end-if

    compute AccruedAmount rounded =
        IA-Principal * IA-RatePercent / 100 * DC-YearFraction
    add 1 to ItemsAccrued
    add AccruedAmount to InterestTotal
    perform 2500-AddToSource thru 2500-Exit

    move spaces to AccruedInterestRecord
    move IA-Reference to AI-Reference
    move IA-Source to AI-Source
    move IA-Convention to AI-Convention
    move DC-DayCount to AI-DayCount
    move DC-YearFraction to AI-YearFraction
    move AccruedAmount to AI-Interest
    write AccruedInterestRecord

    move IA-Principal to PrincipalEdited
    move IA-RatePercent to RateEdited
    move DC-DayCount to DayCountEdited
    move DC-YearFraction to FractionEdited
    move AccruedAmount to InterestEdited
    move spaces to ReportLine
    string
        IA-Reference delimited by size
        " " delimited by size
        IA-Source delimited by size
        " " delimited by size
        IA-Convention delimited by size
        " " delimited by size
        PrincipalEdited delimited by size
        " " delimited by size
        RateEdited delimited by size
        " " delimited by size
        IA-StartDate delimited by size
        " " delimited by size
        IA-EndDate delimited by size
        " " delimited by size
        DayCountEdited delimited by size
        " " delimited by size
        FractionEdited delimited by size
        " " delimited by size
        InterestEdited delimited by size
        into ReportLine
    end-string
    write ReportLine.
2200-Exit.
    exit.

2500-AddToSource.
    move zero to FoundSourceIndex
    perform varying SourceIdx from 1 by 1
            until SourceIdx is greater than NumberOfSources
        if SO-Source(SourceIdx) equal to IA-Source
            set FoundSourceIndex to SourceIdx
        end-if
    end-perform
    if FoundSourceIndex equal to zero
        if NumberOfSources equal to 20
            display "InterestAccrualRun: more than 20 sources - "
                IA-Reference " not totalled by source"
            go to 2500-Exit
        end-if
        add 1 to NumberOfSources
        move NumberOfSources to FoundSourceIndex
        move IA-Source to SO-Source(FoundSourceIndex)
        move zero to SO-Items(FoundSourceIndex)
        move zero to SO-Interest(FoundSourceIndex)
    end-if
    add 1 to SO-Items(FoundSourceIndex)
    add AccruedAmount to SO-Interest(FoundSourceIndex).
2500-Exit.
    exit.

2900-ReportRejected.
    add 1 to ItemsRejected
    move spaces to ReportLine
    string
        IA-Reference delimited by size
        " " delimited by size
        IA-Source delimited by size
        " REJECTED - " delimited by size
        RejectReason delimited by size
        into ReportLine
    end-string
    write ReportLine.
2900-Exit.
    exit.

3000-WriteSourceTotals.
    move spaces to ReportLine
    write ReportLine
    perform varying SourceIdx from 1 by 1
            until SourceIdx is greater than NumberOfSources
        move SO-Interest(SourceIdx) to TotalEdited
        move spaces to ReportLine
        string
            "Source " delimited by size
            SO-Source(SourceIdx) delimited by size
            " items " delimited by size
            SO-Items(SourceIdx) delimited by size
            " interest " delimited by size
            TotalEdited delimited by size
            into ReportLine
        end-string
        write ReportLine
    end-perform
    move InterestTotal to TotalEdited
    move spaces to ReportLine
    string
        "Total items " delimited by size
        ItemsAccrued delimited by size
        " rejected " delimited by size
        ItemsRejected delimited by size
        " interest " delimited by size
        TotalEdited delimited by size
        into ReportLine
    end-string
    write ReportLine.
3000-Exit.
    exit.

8000-SetReturnCode.
    display "InterestAccrualRun: " ItemsRead " items, " ItemsAccrued
        " accrued, " ItemsRejected " rejected"
    if ItemsRejected is greater than zero
        set BatchCompletedWithWarnings to true
    else
        set BatchCompletedNormally to true
    end-if.
8000-Exit.
    exit.

9000-Terminate.
    close AccruedInterest
    close AccrualReport.
9000-Exit.
    exit.

end program InterestAccrualRun.
