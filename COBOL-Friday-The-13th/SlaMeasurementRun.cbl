identification division.
program-id. SlaMeasurementRun.

*> Service-level measurement - the looking-back twin of
*> DeadlineCalculator. Reads SlaWorkItems.dat (item id, opened date,
*> closed date or zero while still open, category, region code) and
*> counts the business days each item actually took: business days
*> after the opened date up to and including the closed date, or up
*> to the as-of date for an item still open, so an item closed by
*> AddBusinessDaysInRegion(opened, target) is exactly on time. The
*> days come from the BusinessDayCalendar.dat reference file; a day
*> that file marks as a holiday is given back as a working day when
*> IsHolidayInRegion says the holiday belongs only to another
*> region, so each site is measured on its own calendar just as its
*> deadlines are set. Each item is scored against SlaTargets.dat
*> (category, target business days, at-risk margin): closed within
*> target is on time, over target (open or closed) is breached, and
*> an open item within the margin of its target is at risk. Counts
*> are reported per fiscal period - the period of the closed date,
*> or of the as-of date for open items - on SlaMeasurementReport.dat,
*> and every breach is listed on SlaBreachList.dat for the monthly
*> operations review. An item outside the calendar, or in a category
*> with no target, is reported rather than guessed. The as-of date
*> defaults to today; SlaMeasurementParms.dat can fix it for a rerun.

environment division.
configuration section.
    repository.
        function all intrinsic
        function IsHolidayInRegion
        function FiscalPeriodFromDate.

input-output section.
file-control.
    select SlaMeasurementParms assign to "SlaMeasurementParms.dat"
        organization is line sequential
        file status is SlaMeasurementParmsStatus.
    select BusinessDayCalendarFile assign to "BusinessDayCalendar.dat"
        organization is line sequential
        file status is BusinessDayCalendarStatus.
    select SlaTargets assign to "SlaTargets.dat"
        organization is line sequential
        file status is SlaTargetsStatus.
    select SlaWorkItems assign to "SlaWorkItems.dat"
        organization is line sequential
        file status is SlaWorkItemsStatus.
    select SlaReport assign to "SlaMeasurementReport.dat"
        organization is line sequential.
    select BreachList assign to "SlaBreachList.dat"
        organization is line sequential.

data division.
file section.
    fd SlaMeasurementParms.
        01 SlaMeasurementParmRecord.
            02 ParmAsOfDate pic 9(8).

    fd BusinessDayCalendarFile.
        01 CalendarRecord.
            02 CA-Date          pic 9(8).
            02 filler           pic x.
            02 CA-DayOfWeek     pic 9.
            02 filler           pic x.
            02 CA-HolidayFlag   pic 9.
            02 filler           pic x.
            02 CA-BusinessDay   pic x.
            02 filler           pic x.
            02 CA-MonthBdNumber pic 99.
            02 filler           pic x.
            02 CA-YearBdNumber  pic 999.

    fd SlaTargets.
        01 SlaTargetRecord.
            02 ST-Category     pic x(8).
            02 filler          pic x.
            02 ST-TargetDays   pic 9(3).
            02 filler          pic x.
            02 ST-AtRiskMargin pic 9(3).

    fd SlaWorkItems.
        01 WorkItemRecord.
            02 WI-ItemId     pic x(10).
            02 filler        pic x.
            02 WI-OpenedDate pic 9(8).
            02 filler        pic x.
            02 WI-ClosedDate pic 9(8).
                88 ItemIsStillOpen value zero.
            02 filler        pic x.
            02 WI-Category   pic x(8).
            02 filler        pic x.
            02 WI-Region     pic x(3).

    fd SlaReport.
        01 ReportLine pic x(100).

    fd BreachList.
        01 BreachLine pic x(100).

working-storage section.
*> The reference calendar is one record per consecutive day, so a
*> date's entry is found by its distance from the first day loaded.
    01 CalendarDays.
        02 CalendarDay occurs 1 to 1500 times depending on NumberOfCalendarDays
                indexed by CalendarIdx.
            03 CD-Date        pic 9(8).
            03 CD-DayOfWeek   pic 9.
            03 CD-HolidayFlag pic 9.
            03 CD-BusinessDay pic x.
    01 NumberOfCalendarDays pic 9(4) value zero.
    01 CalendarOverflowed pic 9 value zero usage binary.
    01 FirstCalendarDay pic 9(7) value zero.

    01 Targets.
        02 Target occurs 1 to 50 times depending on NumberOfTargets
                indexed by TargetIdx.
            03 TG-Category     pic x(8).
            03 TG-TargetDays   pic 9(3).
            03 TG-AtRiskMargin pic 9(3).
    01 NumberOfTargets pic 99 value zero.
    01 FoundTargetIndex pic 99 value zero.

    01 PeriodTotals.
        02 PeriodTotal occurs 1 to 40 times depending on NumberOfPeriods
                indexed by PeriodIdx.
            03 PT-FiscalYear   pic 9(4).
            03 PT-PeriodNumber pic 99.
            03 PT-OnTime       pic 9(5).
            03 PT-Breached     pic 9(5).
            03 PT-AtRisk       pic 9(5).
            03 PT-OpenWithin   pic 9(5).
    01 NumberOfPeriods pic 99 value zero.
    01 FoundPeriodIndex pic 99 value zero.

    01 SlaMeasurementParmsStatus pic xx value spaces.
        88 SlaMeasurementParmsFound value "00".
    01 BusinessDayCalendarStatus pic xx value spaces.
        88 BusinessDayCalendarNotFound value "35".
        88 EndOfBusinessDayCalendar value "10".
    01 SlaTargetsStatus pic xx value spaces.
        88 SlaTargetsNotFound value "35".
        88 EndOfSlaTargets value "10".
    01 SlaWorkItemsStatus pic xx value spaces.
        88 SlaWorkItemsNotFound value "35".
        88 EndOfSlaWorkItems value "10".

    01 AsOfDate pic 9(8) value zero.
    01 CurrentDateFields.
        02 CurrentDateYmd pic 9(8).
        02 filler pic x(13).

    01 MeasureToDate pic 9(8) value zero.
    01 StartDayIndex pic s9(7) value zero.
    01 EndDayIndex pic s9(7) value zero.
    01 DayIndex pic s9(7) value zero.
    01 ElapsedBusinessDays pic 9(5) value zero.
    01 DaysOverTarget pic 9(5) value zero.
    01 AtRiskFrom pic s9(5) value zero.
    01 ItemDisposition pic x(12) value spaces.
    01 ClosedText pic x(8) value spaces.

    copy FiscalPeriodInfo.
    01 PeriodFound pic 9 value zero.

    01 ItemsRead pic 9(5) value zero.
    01 ItemsOnTime pic 9(5) value zero.
    01 ItemsBreached pic 9(5) value zero.
    01 ItemsAtRisk pic 9(5) value zero.
    01 ItemsOpenWithin pic 9(5) value zero.
    01 ItemsNotMeasured pic 9(5) value zero.

    copy BatchReturnCode.

procedure division.

0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    if BatchCompletedWithErrors
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 2000-MeasureWorkItems thru 2000-Exit
    perform 3000-WritePeriodTotals thru 3000-Exit
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
    move BatchReturnCode to return-code
    stop run.

1000-Initialize.
    move function current-date to CurrentDateFields
    move CurrentDateYmd to AsOfDate
    open input SlaMeasurementParms
    if SlaMeasurementParmsFound
        read SlaMeasurementParms
            at end continue
            not at end
                if ParmAsOfDate is numeric and ParmAsOfDate is greater than zero
                    move ParmAsOfDate to AsOfDate
                end-if
        end-read
        close SlaMeasurementParms
    end-if

    perform 1100-LoadCalendar thru 1100-Exit
    if NumberOfCalendarDays equal to zero
        display "SlaMeasurementRun: no business-day calendar on file -"
            " run BusinessDayCalendar first"
        set BatchCompletedWithErrors to true
        go to 1000-Exit
    end-if
    if CalendarOverflowed equal to 1
        display "SlaMeasurementRun: business-day calendar exceeds the"
            " 1500-day work table - run abandoned"
        set BatchCompletedWithErrors to true
        go to 1000-Exit
    end-if

    perform 1200-LoadTargets thru 1200-Exit
    if NumberOfTargets equal to zero
        display "SlaMeasurementRun: no SlaTargets.dat on file"
        set BatchCompletedWithErrors to true
        go to 1000-Exit
    end-if

    open input SlaWorkItems
    if SlaWorkItemsNotFound
        display "SlaMeasurementRun: no SlaWorkItems.dat on file"
        set BatchCompletedWithErrors to true
        go to 1000-Exit
    end-if

    open output SlaReport
    open output BreachList
    move spaces to ReportLine
    string
        "Service-level measurement as of " delimited by size
        AsOfDate delimited by size
        into ReportLine
    end-string
    write ReportLine
    move spaces to BreachLine
    string
        "SLA breaches as of " delimited by size
        AsOfDate delimited by size
        into BreachLine
    end-string
    write BreachLine
    move "Item        Category Rgn Opened   Closed   Elapsed Target  Over"
        to BreachLine
    write BreachLine.
1000-Exit.
    exit.

1100-LoadCalendar.
    open input BusinessDayCalendarFile
    if BusinessDayCalendarNotFound
        go to 1100-Exit
    end-if

    perform 1150-ReadCalendarDay thru 1150-Exit
    perform with test after until EndOfBusinessDayCalendar
        if not EndOfBusinessDayCalendar
            if NumberOfCalendarDays is less than 1500
                add 1 to NumberOfCalendarDays
                move CA-Date to CD-Date(NumberOfCalendarDays)
                move CA-DayOfWeek to CD-DayOfWeek(NumberOfCalendarDays)
                move CA-HolidayFlag to CD-HolidayFlag(NumberOfCalendarDays)
                move CA-BusinessDay to CD-BusinessDay(NumberOfCalendarDays)
            else
                move 1 to CalendarOverflowed
            end-if
            perform 1150-ReadCalendarDay thru 1150-Exit
        end-if
    end-perform
    close BusinessDayCalendarFile
    if NumberOfCalendarDays is greater than zero
        compute FirstCalendarDay = function integer-of-date(CD-Date(1))
    end-if.
1100-Exit.
    exit.

1150-ReadCalendarDay.
    read BusinessDayCalendarFile
        at end set EndOfBusinessDayCalendar to true
    end-read.
1150-Exit.
    exit.

1200-LoadTargets.
    open input SlaTargets
    if SlaTargetsNotFound
        go to 1200-Exit
    end-if

    perform 1250-ReadTarget thru 1250-Exit
    perform with test after until EndOfSlaTargets
        if not EndOfSlaTargets and NumberOfTargets is less than 50
            add 1 to NumberOfTargets
            move ST-Category to TG-Category(NumberOfTargets)
            move ST-TargetDays to TG-TargetDays(NumberOfTargets)
            move ST-AtRiskMargin to TG-AtRiskMargin(NumberOfTargets)
        end-if
        if not EndOfSlaTargets
            perform 1250-ReadTarget thru 1250-Exit
        end-if
    end-perform
    close SlaTargets.
1200-Exit.
    exit.

1250-ReadTarget.
    read SlaTargets
        at end set EndOfSlaTargets to true
    end-read.
1250-Exit.
    exit.

2000-MeasureWorkItems.
    perform 2100-ReadWorkItem thru 2100-Exit
    perform with test after until EndOfSlaWorkItems
        if not EndOfSlaWorkItems
            add 1 to ItemsRead
            perform 2200-MeasureOneItem thru 2200-Exit
            perform 2100-ReadWorkItem thru 2100-Exit
        end-if
    end-perform
    close SlaWorkItems.
2000-Exit.
    exit.

2100-ReadWorkItem.
    read SlaWorkItems
        at end set EndOfSlaWorkItems to true
    end-read.
2100-Exit.
    exit.

2200-MeasureOneItem.
    if WI-ClosedDate is not numeric
        move zero to WI-ClosedDate
    end-if
    if ItemIsStillOpen
        move AsOfDate to MeasureToDate
        move "open" to ClosedText
    else
        move WI-ClosedDate to MeasureToDate
        move WI-ClosedDate to ClosedText
    end-if

    move zero to FoundTargetIndex
    perform varying TargetIdx from 1 by 1
            until TargetIdx is greater than NumberOfTargets
        if TG-Category(TargetIdx) equal to WI-Category
            set FoundTargetIndex to TargetIdx
        end-if
    end-perform
    if FoundTargetIndex equal to zero
        perform 2900-ReportNotMeasured thru 2900-Exit
        go to 2200-Exit
    end-if

    if WI-OpenedDate is not numeric
            or MeasureToDate is less than WI-OpenedDate
        perform 2900-ReportNotMeasured thru 2900-Exit
        go to 2200-Exit
    end-if
    compute StartDayIndex =
        function integer-of-date(WI-OpenedDate) - FirstCalendarDay + 1
    compute EndDayIndex =
        function integer-of-date(MeasureToDate) - FirstCalendarDay + 1
    if StartDayIndex is less than 1
            or EndDayIndex is greater than NumberOfCalendarDays
        perform 2900-ReportNotMeasured thru 2900-Exit
        go to 2200-Exit
    end-if

    perform 2300-CountBusinessDays thru 2300-Exit

    compute AtRiskFrom = TG-TargetDays(FoundTargetIndex)
        - TG-AtRiskMargin(FoundTargetIndex)
    evaluate true
        when ElapsedBusinessDays is greater than TG-TargetDays(FoundTargetIndex)
            move "BREACHED" to ItemDisposition
            add 1 to ItemsBreached
            perform 2600-WriteBreachLine thru 2600-Exit
        when not ItemIsStillOpen
            move "ON TIME" to ItemDisposition
            add 1 to ItemsOnTime
        when ElapsedBusinessDays is not less than AtRiskFrom
            move "AT RISK" to ItemDisposition
            add 1 to ItemsAtRisk
        when other
            move "OPEN" to ItemDisposition
            add 1 to ItemsOpenWithin
    end-evaluate

    perform 2500-CountInPeriod thru 2500-Exit.
2200-Exit.
    exit.

*> Business days after the opened date up to and including the end
*> date. A calendar holiday on a weekday is checked against the
*> item's region - a holiday declared only for the other site is a
*> working day here.
2300-CountBusinessDays.
    move zero to ElapsedBusinessDays
    perform varying DayIndex from StartDayIndex by 1
            until DayIndex is not less than EndDayIndex
        set CalendarIdx to DayIndex
        set CalendarIdx up by 1
        evaluate true
            when CD-BusinessDay(CalendarIdx) equal to "Y"
                add 1 to ElapsedBusinessDays
            when CD-DayOfWeek(CalendarIdx) equal to 1
                    or CD-DayOfWeek(CalendarIdx) equal to 7
                continue
            when CD-HolidayFlag(CalendarIdx) equal to 1
                if IsHolidayInRegion(CD-Date(CalendarIdx), WI-Region) equal to zero
                    add 1 to ElapsedBusinessDays
                end-if
            when other
                continue
        end-evaluate
    end-perform.
2300-Exit.
    exit.

*> Closed items count in the period they closed in, open items in
*> the period of the as-of date; a date off the fiscal calendar
*> falls in a period shown as 0000/00.
2500-CountInPeriod.
    move FiscalPeriodFromDate(MeasureToDate, FiscalPeriodInfo) to PeriodFound
    if PeriodFound equal to zero
        move zero to FP-FiscalYear
        move zero to FP-PeriodNumber
    end-if

    move zero to FoundPeriodIndex
    perform varying PeriodIdx from 1 by 1
            until PeriodIdx is greater than NumberOfPeriods
        if PT-FiscalYear(PeriodIdx) equal to FP-FiscalYear
                and PT-PeriodNumber(PeriodIdx) equal to FP-PeriodNumber
            set FoundPeriodIndex to PeriodIdx
        end-if
    end-perform
    if FoundPeriodIndex equal to zero
        if NumberOfPeriods equal to 40
            display "SlaMeasurementRun: more than 40 fiscal periods -"
                " item " WI-ItemId " not totalled"
            go to 2500-Exit
        end-if
        add 1 to NumberOfPeriods
        move NumberOfPeriods to FoundPeriodIndex
        move FP-FiscalYear to PT-FiscalYear(FoundPeriodIndex)
        move FP-PeriodNumber to PT-PeriodNumber(FoundPeriodIndex)
        move zero to PT-OnTime(FoundPeriodIndex)
        move zero to PT-Breached(FoundPeriodIndex)
        move zero to PT-AtRisk(FoundPeriodIndex)
        move zero to PT-OpenWithin(FoundPeriodIndex)
    end-if

    evaluate ItemDisposition
        when "ON TIME"
            add 1 to PT-OnTime(FoundPeriodIndex)
        when "BREACHED"
            add 1 to PT-Breached(FoundPeriodIndex)
        when "AT RISK"
            add 1 to PT-AtRisk(FoundPeriodIndex)
        when other
            add 1 to PT-OpenWithin(FoundPeriodIndex)
    end-evaluate.
2500-Exit.
    exit.

2600-WriteBreachLine.
    compute DaysOverTarget =
        ElapsedBusinessDays - TG-TargetDays(FoundTargetIndex)
    move spaces to BreachLine
    string
        WI-ItemId delimited by size
        "  " delimited by size
        WI-Category delimited by size
        " " delimited by size
        WI-Region delimited by size
        " " delimited by size
        WI-OpenedDate delimited by size
        " " delimited by size
        ClosedText delimited by size
        "   " delimited by size
        ElapsedBusinessDays delimited by size
        "    " delimited by size
        TG-TargetDays(FoundTargetIndex) delimited by size
        " " delimited by size
        DaysOverTarget delimited by size
        into BreachLine
    end-string
    write BreachLine.
2600-Exit.
    exit.

2900-ReportNotMeasured.
    add 1 to ItemsNotMeasured
    move spaces to ReportLine
    if FoundTargetIndex equal to zero
        string
            WI-ItemId delimited by size
            "  " delimited by size
            WI-Category delimited by size
            "  NOT MEASURED - NO SLA TARGET FOR CATEGORY" delimited by size
            into ReportLine
        end-string
    else
        string
            WI-ItemId delimited by size
            "  " delimited by size
            WI-Category delimited by size
            "  NOT MEASURED - DATES OUTSIDE THE BUSINESS-DAY CALENDAR"
                delimited by size
            into ReportLine
        end-string
    end-if
    write ReportLine.
2900-Exit.
    exit.

3000-WritePeriodTotals.
    move spaces to ReportLine
    write ReportLine
    move "Fiscal period   On time  Breached   At risk  Open within SLA"
        to ReportLine
    write ReportLine
    perform varying PeriodIdx from 1 by 1
            until PeriodIdx is greater than NumberOfPeriods
        move spaces to ReportLine
        string
            PT-FiscalYear(PeriodIdx) delimited by size
            " period " delimited by size
            PT-PeriodNumber(PeriodIdx) delimited by size
            "    " delimited by size
            PT-OnTime(PeriodIdx) delimited by size
            "     " delimited by size
            PT-Breached(PeriodIdx) delimited by size
            "     " delimited by size
            PT-AtRisk(PeriodIdx) delimited by size
            "     " delimited by size
            PT-OpenWithin(PeriodIdx) delimited by size
            into ReportLine
        end-string
        write ReportLine
    end-perform

    move spaces to ReportLine
    string
        "Total             " delimited by size
        ItemsOnTime delimited by size
        "     " delimited by size
        ItemsBreached delimited by size
        "     " delimited by size
        ItemsAtRisk delimited by size
        "     " delimited by size
        ItemsOpenWithin delimited by size
        into ReportLine
    end-string
    write ReportLine
    move spaces to ReportLine
    string
        "Items read " delimited by size
        ItemsRead delimited by size
        "   not measured " delimited by size
        ItemsNotMeasured delimited by size
        into ReportLine
    end-string
    write ReportLine.
3000-Exit.
    exit.

8000-SetReturnCode.
    display "SlaMeasurementRun: " ItemsRead " items, " ItemsBreached
        " breached, " ItemsAtRisk " at risk, " ItemsNotMeasured
        " not measured"
    if ItemsBreached is greater than zero
            or ItemsAtRisk is greater than zero
            or ItemsNotMeasured is greater than zero
        set BatchCompletedWithWarnings to true
    else
        set BatchCompletedNormally to true
    end-if.
8000-Exit.
    exit.

9000-Terminate.
    close SlaReport
    close BreachList.
9000-Exit.
    exit.

end program SlaMeasurementRun.
