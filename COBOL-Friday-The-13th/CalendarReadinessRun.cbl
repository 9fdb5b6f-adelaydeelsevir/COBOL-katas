identification division.
program-id. CalendarReadinessRun.

*> Calendar coverage readiness check, the first step of the nightly
*> plan, so the new year can no longer arrive before somebody has run
*> the generators. Every calendar the date services read must reach a
*> horizon past today:
*>   HolidayCalendar.dat      each region on it (ALL included) is
*>                            covered to the end of the last year it
*>                            declares a holiday in
*>   BusinessDayCalendar.dat  its last day
*>   FiscalPeriodCalendar.dat its last period end
*>   CutoffSchedule.dat       the end of the last period scheduled
*>   DeadlineItems.dat        the end of the last year it has items in
*> CalendarReadinessParms.dat gives an optional as-of date, the
*> minimum days of coverage (14 by default) - short of it the
*> calendar is NOT READY and the run ends in error - and the warning
*> days (60 by default), inside which it is reported with a WARNING
*> weeks before it runs out. A missing or empty file is NOT READY.
*> The calendars must also agree with each other, and every
*> disagreement is NOT READY too: a declared holiday the business-day
*> calendar doesn't flag (or flags as a business day), a flagged
*> holiday no longer declared, fiscal periods that don't follow on
*> from each other, and a cutoff period that is not on the fiscal
*> calendar or whose last business day is not the one the
*> business-day calendar gives. Each finding is listed on
*> CalendarReadinessReport.dat with the generator to rerun.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
file-control.
    select CalendarReadinessParms assign to "CalendarReadinessParms.dat"
        organization is line sequential
        file status is CalendarReadinessParmsStatus.
    select HolidayCalendar assign to "HolidayCalendar.dat"
        organization is line sequential
        file status is HolidayCalendarStatus.
    select BusinessDayCalendarFile assign to "BusinessDayCalendar.dat"
        organization is line sequential
        file status is BusinessDayCalendarStatus.
    select FiscalPeriodCalendar assign to "FiscalPeriodCalendar.dat"
        organization is line sequential
        file status is FiscalPeriodCalendarStatus.
    select CutoffSchedule assign to "CutoffSchedule.dat"
        organization is line sequential
        file status is CutoffScheduleStatus.
    select DeadlineItems assign to "DeadlineItems.dat"
        organization is line sequential
        file status is DeadlineItemsStatus.
    select ReadinessReport assign to "CalendarReadinessReport.dat"
        organization is line sequential.

data division.
file section.
    fd CalendarReadinessParms.
        01 CalendarReadinessParmRecord.
            02 ParmAsOfDate    pic 9(8).
            02 filler          pic x.
            02 ParmMinimumDays pic 999.
            02 filler          pic x.
            02 ParmWarningDays pic 999.

    fd HolidayCalendar.
        01 HolidayCalendarRecord.
            02 HolidayDate pic 9(8).
            02 filler      pic x.
            02 HC-Region   pic x(3).
            02 filler      pic x.
            02 HC-Name     pic x(24).

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

    fd FiscalPeriodCalendar.
        01 FiscalPeriodRecord.
            02 FC-FiscalYear   pic 9(4).
            02 filler          pic x.
            02 FC-PeriodNumber pic 99.
            02 filler          pic x.
            02 FC-PeriodStart  pic 9(8).
            02 filler          pic x.
            02 FC-PeriodEnd    pic 9(8).

*> Only PeriodCutoffSchedule's period headings are read - "Fiscal
*> YYYY period PP  last business day YYYYMMDD".
    fd CutoffSchedule.
        01 CutoffScheduleLine.
            02 CS-Heading        pic x(7).
            02 CS-FiscalYear     pic 9(4).
            02 filler            pic x(8).
            02 CS-PeriodNumber   pic 99.
            02 filler            pic x(20).
            02 CS-LastBusinessText pic x(8).
            02 CS-LastBusinessDay redefines CS-LastBusinessText pic 9(8).
            02 filler            pic x(50).

    fd DeadlineItems.
        01 DeadlineItemRecord.
            02 DI-ReferenceId pic x(10).
            02 filler         pic x.
            02 DI-BaseDate    pic 9(8).
            02 filler         pic x.
            02 DI-Offset      pic 9(3).
            02 filler         pic x.
            02 DI-Region      pic x(3).

    fd ReadinessReport.
        01 ReportLine pic x(132).

working-storage section.
    01 CalendarReadinessParmsStatus pic xx value spaces.
        88 CalendarReadinessParmsFound value "00".
    01 HolidayCalendarStatus pic xx value spaces.
        88 HolidayCalendarNotFound value "35".
        88 EndOfHolidayCalendar value "10".
    01 BusinessDayCalendarStatus pic xx value spaces.
        88 BusinessDayCalendarNotFound value "35".
        88 EndOfBusinessDayCalendar value "10".
    01 FiscalPeriodCalendarStatus pic xx value spaces.
        88 FiscalPeriodCalendarNotFound value "35".
        88 EndOfFiscalPeriodCalendar value "10".
    01 CutoffScheduleStatus pic xx value spaces.
        88 CutoffScheduleNotFound value "35".
        88 EndOfCutoffSchedule value "10".
    01 DeadlineItemsStatus pic xx value spaces.
        88 DeadlineItemsNotFound value "35".
        88 EndOfDeadlineItems value "10".

    01 AsOfDate pic 9(8) value zero.
    01 MinimumDays pic 999 value 14.
    01 WarningDays pic 999 value 60.
    01 MinimumDate pic 9(8) value zero.
    01 WarningDate pic 9(8) value zero.
    01 AsOfDateText pic x(8) value spaces.
    01 CurrentDateFields.
        02 CurrentDateYmd pic 9(8).
        02 filler pic x(13).

    01 CalendarDays.
        02 CalendarDay occurs 1 to 1500 times depending on NumberOfCalendarDays
                indexed by CalendarIdx.
            03 CD-Date        pic 9(8).
            03 CD-HolidayFlag pic 9.
            03 CD-BusinessDay pic x.
    01 NumberOfCalendarDays pic 9(4) value zero.
    01 CalendarOverflowed pic 9 value zero usage binary.
    01 FirstCalendarDay pic 9(7) value zero.
    01 DayIndex pic s9(7) value zero.

    01 Holidays.
        02 Holiday occurs 1 to 200 times depending on NumberOfHolidays
                indexed by HolidayIdx.
            03 HL-Date   pic 9(8).
            03 HL-Region pic x(3).
            03 HL-Name   pic x(24).
    01 NumberOfHolidays pic 999 value zero.
    01 HolidayFound pic 9 value zero usage binary.

    01 Regions.
        02 Region occurs 1 to 20 times depending on NumberOfRegions
                indexed by RegionIdx.
            03 RG-Code     pic x(3).
            03 RG-LastYear pic 9(4).
    01 NumberOfRegions pic 99 value zero.
    01 FoundRegionIndex pic 99 value zero.
    01 HolidayRegion pic x(3) value spaces.

    01 Periods.
        02 Period occurs 1 to 60 times depending on NumberOfPeriods
                indexed by PeriodIdx.
            03 PD-FiscalYear   pic 9(4).
            03 PD-PeriodNumber pic 99.
            03 PD-Start        pic 9(8).
            03 PD-End          pic 9(8).
    01 NumberOfPeriods pic 99 value zero.
    01 FoundPeriodIndex pic 99 value zero.

    01 ScheduledPeriods.
        02 ScheduledPeriod occurs 1 to 60 times depending on NumberOfScheduled
                indexed by ScheduledIdx.
            03 SP-FiscalYear      pic 9(4).
            03 SP-PeriodNumber    pic 99.
            03 SP-LastBusinessDay pic 9(8).
    01 NumberOfScheduled pic 99 value zero.

    01 LastDeadlineYear pic 9(4) value zero.
    01 DeadlineItemCount pic 9(5) value zero.

    01 CoverageFile pic x(25) value spaces.
    01 CoverageQualifier pic x(12) value spaces.
    01 CoverageThrough pic 9(8) value zero.
    01 CoverageVerdict pic x(10) value spaces.
    01 FindingText pic x(119) value spaces.
    01 LookupDate pic 9(8) value zero.
    01 ExpectedLastBusinessDay pic 9(8) value zero.
    01 ScanDay pic s9(7) value zero.

    01 CalendarsNotReady pic 99 value zero.
    01 CalendarsWarned pic 99 value zero.
    01 Disagreements pic 9(4) value zero.

    copy BatchReturnCode.

procedure division.

0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    perform 2000-CheckCoverage thru 2000-Exit
    perform 3000-CheckAgreement thru 3000-Exit
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
    move BatchReturnCode to return-code
    stop run.

1000-Initialize.
    move function current-date to CurrentDateFields
    move CurrentDateYmd to AsOfDate
*> Under the nightly scheduler a catch-up night runs as of its own
*> date rather than today's.
    accept AsOfDateText from environment "JOB_AS_OF_DATE"
    if AsOfDateText is numeric
        move AsOfDateText to AsOfDate
    end-if
    open input CalendarReadinessParms
    if CalendarReadinessParmsFound
        read CalendarReadinessParms
            at end continue
            not at end
                if ParmAsOfDate is numeric and ParmAsOfDate is greater than zero
                    move ParmAsOfDate to AsOfDate
                end-if
                if ParmMinimumDays is numeric
                    move ParmMinimumDays to MinimumDays
                end-if
                if ParmWarningDays is numeric
                    move ParmWarningDays to WarningDays
                end-if
        end-read
        close CalendarReadinessParms
    end-if
    if WarningDays is less than MinimumDays
        move MinimumDays to WarningDays
    end-if
    compute MinimumDate = function date-of-integer(
        function integer-of-date(AsOfDate) + MinimumDays)
    compute WarningDate = function date-of-integer(
        function integer-of-date(AsOfDate) + WarningDays)

    perform 1100-LoadHolidays thru 1100-Exit
    perform 1200-LoadCalendar thru 1200-Exit
    perform 1300-LoadFiscalPeriods thru 1300-Exit
    perform 1400-LoadCutoffSchedule thru 1400-Exit
    perform 1500-ScanDeadlineItems thru 1500-Exit

    open output ReadinessReport
    move spaces to ReportLine
    string
        "Calendar readiness as of " delimited by size
        AsOfDate delimited by size
        " - must reach " delimited by size
        MinimumDate delimited by size
        ", warning before " delimited by size
        WarningDate delimited by size
        into ReportLine
    end-string
    write ReportLine
    move spaces to ReportLine
    write ReportLine
    move "Calendar                  Covering     Through   Verdict"
        to ReportLine
    write ReportLine.
1000-Exit.
    exit.

*> Each holiday also moves its region's coverage out to the end of
*> its year.
1100-LoadHolidays.
    open input HolidayCalendar
    if HolidayCalendarNotFound
        go to 1100-Exit
    end-if

    perform 1150-ReadHoliday thru 1150-Exit
    perform until EndOfHolidayCalendar
        if HolidayDate is numeric and HolidayDate is greater than zero
            if NumberOfHolidays is less than 200
                add 1 to NumberOfHolidays
                move HolidayDate to HL-Date(NumberOfHolidays)
                move HC-Region to HL-Region(NumberOfHolidays)
                move HC-Name to HL-Name(NumberOfHolidays)
            end-if
            move HC-Region to HolidayRegion
            if HolidayRegion equal to spaces
                move "ALL" to HolidayRegion
            end-if
            perform 1170-NoteRegionYear thru 1170-Exit
        end-if
        perform 1150-ReadHoliday thru 1150-Exit
    end-perform
    close HolidayCalendar.
1100-Exit.
    exit.

1150-ReadHoliday.
    read HolidayCalendar
        at end set EndOfHolidayCalendar to true
    end-read.
1150-Exit.
    exit.

1170-NoteRegionYear.
    move zero to FoundRegionIndex
    perform varying RegionIdx from 1 by 1
            until RegionIdx is greater than NumberOfRegions
        if RG-Code(RegionIdx) equal to HolidayRegion
            set FoundRegionIndex to RegionIdx
        end-if
    end-perform
    if FoundRegionIndex equal to zero
        if NumberOfRegions equal to 20
            go to 1170-Exit
        end-if
        add 1 to NumberOfRegions
        move NumberOfRegions to FoundRegionIndex
        move HolidayRegion to RG-Code(FoundRegionIndex)
        move zero to RG-LastYear(FoundRegionIndex)
    end-if
    if HolidayDate(1:4) is greater than RG-LastYear(FoundRegionIndex)
        move HolidayDate(1:4) to RG-LastYear(FoundRegionIndex)
    end-if.
1170-Exit.
    exit.

1200-LoadCalendar.
    open input BusinessDayCalendarFile
    if BusinessDayCalendarNotFound
        go to 1200-Exit
    end-if

    perform 1250-ReadCalendarDay thru 1250-Exit
    if not EndOfBusinessDayCalendar
        compute FirstCalendarDay = function integer-of-date(CA-Date)
    end-if
    perform until EndOfBusinessDayCalendar
        if NumberOfCalendarDays is less than 1500
            add 1 to NumberOfCalendarDays
            move CA-Date to CD-Date(NumberOfCalendarDays)
            move CA-HolidayFlag to CD-HolidayFlag(NumberOfCalendarDays)
            move CA-BusinessDay to CD-BusinessDay(NumberOfCalendarDays)
        else
            move 1 to CalendarOverflowed
        end-if
        perform 1250-ReadCalendarDay thru 1250-Exit
    end-perform
    close BusinessDayCalendarFile.
1200-Exit.
    exit.

1250-ReadCalendarDay.
    read BusinessDayCalendarFile
        at end set EndOfBusinessDayCalendar to true
    end-read.
1250-Exit.
    exit.

1300-LoadFiscalPeriods.
    open input FiscalPeriodCalendar
    if FiscalPeriodCalendarNotFound
        go to 1300-Exit
    end-if

    perform 1350-ReadFiscalPeriod thru 1350-Exit
    perform until EndOfFiscalPeriodCalendar
        if NumberOfPeriods is less than 60
            add 1 to NumberOfPeriods
            move FC-FiscalYear to PD-FiscalYear(NumberOfPeriods)
            move FC-PeriodNumber to PD-PeriodNumber(NumberOfPeriods)
            move FC-PeriodStart to PD-Start(NumberOfPeriods)
            move FC-PeriodEnd to PD-End(NumberOfPeriods)
        end-if
        perform 1350-ReadFiscalPeriod thru 1350-Exit
    end-perform
    close FiscalPeriodCalendar.
1300-Exit.
    exit.

1350-ReadFiscalPeriod.
    read FiscalPeriodCalendar
        at end set EndOfFiscalPeriodCalendar to true
    end-read.
1350-Exit.
    exit.

1400-LoadCutoffSchedule.
    open input CutoffSchedule
    if CutoffScheduleNotFound
        go to 1400-Exit
    end-if

    perform 1450-ReadCutoffLine thru 1450-Exit
    perform until EndOfCutoffSchedule
        if CS-Heading equal to "Fiscal " and CS-FiscalYear is numeric
                and CS-PeriodNumber is numeric
                and NumberOfScheduled is less than 60
            add 1 to NumberOfScheduled
            move CS-FiscalYear to SP-FiscalYear(NumberOfScheduled)
            move CS-PeriodNumber to SP-PeriodNumber(NumberOfScheduled)
            if CS-LastBusinessText is numeric
                move CS-LastBusinessDay to SP-LastBusinessDay(NumberOfScheduled)
            else
                move zero to SP-LastBusinessDay(NumberOfScheduled)
            end-if
        end-if
        perform 1450-ReadCutoffLine thru 1450-Exit
    end-perform
    close CutoffSchedule.
1400-Exit.
    exit.

1450-ReadCutoffLine.
    read CutoffSchedule
        at end set EndOfCutoffSchedule to true
    end-read.
1450-Exit.
    exit.

1500-ScanDeadlineItems.
    open input DeadlineItems
    if DeadlineItemsNotFound
        go to 1500-Exit
    end-if

    perform 1550-ReadDeadlineItem thru 1550-Exit
    perform until EndOfDeadlineItems
        if DI-BaseDate is numeric
            add 1 to DeadlineItemCount
            if DI-BaseDate(1:4) is greater than LastDeadlineYear
                move DI-BaseDate(1:4) to LastDeadlineYear
            end-if
        end-if
        perform 1550-ReadDeadlineItem thru 1550-Exit
    end-perform
    close DeadlineItems.
1500-Exit.
    exit.

1550-ReadDeadlineItem.
    read DeadlineItems
        at end set EndOfDeadlineItems to true
    end-read.
1550-Exit.
    exit.

2000-CheckCoverage.
    move "HolidayCalendar.dat" to CoverageFile
    if NumberOfRegions equal to zero
        move "every region" to CoverageQualifier
        move zero to CoverageThrough
        perform 2100-ReportCoverage thru 2100-Exit
    end-if
    perform varying RegionIdx from 1 by 1
            until RegionIdx is greater than NumberOfRegions
        move spaces to CoverageQualifier
        string
            "region " delimited by size
            RG-Code(RegionIdx) delimited by size
            into CoverageQualifier
        end-string
        compute CoverageThrough = RG-LastYear(RegionIdx) * 10000 + 1231
        perform 2100-ReportCoverage thru 2100-Exit
    end-perform

    move "BusinessDayCalendar.dat" to CoverageFile
    move spaces to CoverageQualifier
    if NumberOfCalendarDays equal to zero
        move zero to CoverageThrough
    else
        move CD-Date(NumberOfCalendarDays) to CoverageThrough
    end-if
    perform 2100-ReportCoverage thru 2100-Exit

    move "FiscalPeriodCalendar.dat" to CoverageFile
    move zero to CoverageThrough
    perform varying PeriodIdx from 1 by 1
            until PeriodIdx is greater than NumberOfPeriods
        if PD-End(PeriodIdx) is greater than CoverageThrough
            move PD-End(PeriodIdx) to CoverageThrough
        end-if
    end-perform
    perform 2100-ReportCoverage thru 2100-Exit

*> A scheduled period covers to its fiscal-calendar period end; one
*> missing from the fiscal calendar is reported under agreement.
    move "CutoffSchedule.dat" to CoverageFile
    move zero to CoverageThrough
    perform varying ScheduledIdx from 1 by 1
            until ScheduledIdx is greater than NumberOfScheduled
        perform 2200-FindScheduledPeriod thru 2200-Exit
        if FoundPeriodIndex is greater than zero
            if PD-End(FoundPeriodIndex) is greater than CoverageThrough
                move PD-End(FoundPeriodIndex) to CoverageThrough
            end-if
        end-if
    end-perform
    perform 2100-ReportCoverage thru 2100-Exit

    move "DeadlineItems.dat" to CoverageFile
    if DeadlineItemCount equal to zero
        move zero to CoverageThrough
    else
        compute CoverageThrough = LastDeadlineYear * 10000 + 1231
    end-if
    perform 2100-ReportCoverage thru 2100-Exit.
2000-Exit.
    exit.

2100-ReportCoverage.
    evaluate true
        when CoverageThrough equal to zero
            move "MISSING" to CoverageVerdict
            add 1 to CalendarsNotReady
        when CoverageThrough is less than MinimumDate
            move "NOT READY" to CoverageVerdict
            add 1 to CalendarsNotReady
        when CoverageThrough is less than WarningDate
            move "WARNING" to CoverageVerdict
            add 1 to CalendarsWarned
        when other
            move "READY" to CoverageVerdict
    end-evaluate
    move spaces to ReportLine
    move CoverageFile to ReportLine(1:25)
    move CoverageQualifier to ReportLine(27:12)
    if CoverageThrough is greater than zero
        move CoverageThrough to ReportLine(40:8)
    end-if
    move CoverageVerdict to ReportLine(50:10)
    write ReportLine.
2100-Exit.
    exit.

2200-FindScheduledPeriod.
    move zero to FoundPeriodIndex
    perform varying PeriodIdx from 1 by 1
            until PeriodIdx is greater than NumberOfPeriods
        if PD-FiscalYear(PeriodIdx) equal to SP-FiscalYear(ScheduledIdx)
                and PD-PeriodNumber(PeriodIdx) equal to SP-PeriodNumber(ScheduledIdx)
            set FoundPeriodIndex to PeriodIdx
        end-if
    end-perform.
2200-Exit.
    exit.

3000-CheckAgreement.
    move spaces to ReportLine
    write ReportLine
    move "Agreement between calendars" to ReportLine
    write ReportLine
    if CalendarOverflowed equal to 1
        move "BusinessDayCalendar.dat exceeds the 1500-day work table - days past it not compared"
            to FindingText
        perform 3900-ReportFinding thru 3900-Exit
    end-if
    perform 3100-CheckHolidaysFlagged thru 3100-Exit
    perform 3200-CheckFlagsDeclared thru 3200-Exit
    perform 3300-CheckPeriodsFollowOn thru 3300-Exit
    perform 3400-CheckCutoffPeriods thru 3400-Exit
    if Disagreements equal to zero
        move "  no disagreements" to ReportLine
        write ReportLine
    end-if.
3000-Exit.
    exit.

3100-CheckHolidaysFlagged.
    perform varying HolidayIdx from 1 by 1
            until HolidayIdx is greater than NumberOfHolidays
        move HL-Date(HolidayIdx) to LookupDate
        perform 3800-FindCalendarDay thru 3800-Exit
        if DayIndex is greater than zero
            evaluate true
                when CD-BusinessDay(CalendarIdx) equal to "Y"
                    move spaces to FindingText
                    string
                        HL-Date(HolidayIdx) delimited by size
                        " " delimited by size
                        function trim(HL-Name(HolidayIdx)) delimited by size
                        " (" delimited by size
                        HL-Region(HolidayIdx) delimited by size
                        ") is a business day on BusinessDayCalendar.dat"
                            delimited by size
                        " - rerun BusinessDayCalendar" delimited by size
                        into FindingText
                    end-string
                    perform 3900-ReportFinding thru 3900-Exit
                when CD-HolidayFlag(CalendarIdx) not equal to 1
                    move spaces to FindingText
                    string
                        HL-Date(HolidayIdx) delimited by size
                        " " delimited by size
                        function trim(HL-Name(HolidayIdx)) delimited by size
                        " is not flagged on BusinessDayCalendar.dat"
                            delimited by size
                        " - rerun BusinessDayCalendar" delimited by size
                        into FindingText
                    end-string
                    perform 3900-ReportFinding thru 3900-Exit
                when other
                    continue
            end-evaluate
        end-if
    end-perform.
3100-Exit.
    exit.

3200-CheckFlagsDeclared.
    perform varying CalendarIdx from 1 by 1
            until CalendarIdx is greater than NumberOfCalendarDays
        if CD-HolidayFlag(CalendarIdx) equal to 1
            move zero to HolidayFound
            perform varying HolidayIdx from 1 by 1
                    until HolidayIdx is greater than NumberOfHolidays
                if HL-Date(HolidayIdx) equal to CD-Date(CalendarIdx)
                    move 1 to HolidayFound
                end-if
            end-perform
            if HolidayFound equal to zero
                move spaces to FindingText
                string
                    CD-Date(CalendarIdx) delimited by size
                    " is flagged a holiday on BusinessDayCalendar.dat"
                        delimited by size
                    " but not on HolidayCalendar.dat" delimited by size
                    " - rerun BusinessDayCalendar" delimited by size
                    into FindingText
                end-string
                perform 3900-ReportFinding thru 3900-Exit
            end-if
        end-if
    end-perform.
3200-Exit.
    exit.

3300-CheckPeriodsFollowOn.
    perform varying PeriodIdx from 2 by 1
            until PeriodIdx is greater than NumberOfPeriods
        if function integer-of-date(PD-Start(PeriodIdx)) not equal to
                function integer-of-date(PD-End(PeriodIdx - 1)) + 1
            move spaces to FindingText
            string
                "Fiscal " delimited by size
                PD-FiscalYear(PeriodIdx) delimited by size
                " period " delimited by size
                PD-PeriodNumber(PeriodIdx) delimited by size
                " starts " delimited by size
                PD-Start(PeriodIdx) delimited by size
                ", not the day after the previous period ends "
                    delimited by size
                PD-End(PeriodIdx - 1) delimited by size
                into FindingText
            end-string
            perform 3900-ReportFinding thru 3900-Exit
        end-if
    end-perform.
3300-Exit.
    exit.

*> The last business day of a period is the last "Y" day on the
*> business-day calendar on or before the period end.
3400-CheckCutoffPeriods.
    perform varying ScheduledIdx from 1 by 1
            until ScheduledIdx is greater than NumberOfScheduled
        perform 2200-FindScheduledPeriod thru 2200-Exit
        if FoundPeriodIndex equal to zero
            move spaces to FindingText
            string
                "CutoffSchedule.dat fiscal " delimited by size
                SP-FiscalYear(ScheduledIdx) delimited by size
                " period " delimited by size
                SP-PeriodNumber(ScheduledIdx) delimited by size
                " is not on FiscalPeriodCalendar.dat" delimited by size
                " - rerun PeriodCutoffSchedule" delimited by size
                into FindingText
            end-string
            perform 3900-ReportFinding thru 3900-Exit
        else
            perform 3450-CheckLastBusinessDay thru 3450-Exit
        end-if
    end-perform.
3400-Exit.
    exit.

3450-CheckLastBusinessDay.
    move PD-End(FoundPeriodIndex) to LookupDate
    perform 3800-FindCalendarDay thru 3800-Exit
    if DayIndex is not greater than zero
        go to 3450-Exit
    end-if

    move zero to ExpectedLastBusinessDay
    perform varying ScanDay from DayIndex by -1
            until ScanDay is less than 1 or ExpectedLastBusinessDay is greater than zero
        if CD-BusinessDay(ScanDay) equal to "Y"
            move CD-Date(ScanDay) to ExpectedLastBusinessDay
        end-if
    end-perform
    if ExpectedLastBusinessDay not equal to SP-LastBusinessDay(ScheduledIdx)
        move spaces to FindingText
        string
            "CutoffSchedule.dat fiscal " delimited by size
            SP-FiscalYear(ScheduledIdx) delimited by size
            " period " delimited by size
            SP-PeriodNumber(ScheduledIdx) delimited by size
            " ends " delimited by size
            SP-LastBusinessDay(ScheduledIdx) delimited by size
            ", calendar says " delimited by size
            ExpectedLastBusinessDay delimited by size
            " - rerun PeriodCutoffSchedule" delimited by size
            into FindingText
        end-string
        perform 3900-ReportFinding thru 3900-Exit
    end-if.
3450-Exit.
    exit.

*> Position CalendarIdx on the business-day calendar entry for the
*> date in LookupDate; DayIndex is zero when it is not covered.
3800-FindCalendarDay.
    move zero to DayIndex
    if NumberOfCalendarDays equal to zero
        go to 3800-Exit
    end-if
    compute DayIndex = function integer-of-date(LookupDate)
        - FirstCalendarDay + 1
    if DayIndex is less than 1 or DayIndex is greater than NumberOfCalendarDays
        move zero to DayIndex
    else
        set CalendarIdx to DayIndex
    end-if.
3800-Exit.
    exit.

3900-ReportFinding.
    add 1 to Disagreements
    move spaces to ReportLine
    string
        "  NOT READY  " delimited by size
        FindingText delimited by size
        into ReportLine
    end-string
    write ReportLine.
3900-Exit.
    exit.

8000-SetReturnCode.
    display "CalendarReadinessRun: " CalendarsNotReady " not ready, "
        CalendarsWarned " warning(s), " Disagreements " disagreement(s)"
    evaluate true
        when CalendarsNotReady is greater than zero
                or Disagreements is greater than zero
            set BatchCompletedWithErrors to true
        when CalendarsWarned is greater than zero
            set BatchCompletedWithWarnings to true
        when other
            set BatchCompletedNormally to true
    end-evaluate.
8000-Exit.
    exit.

9000-Terminate.
    move spaces to ReportLine
    write ReportLine
    move spaces to ReportLine
    evaluate true
        when BatchCompletedWithErrors
            move "Calendars are NOT READY - run the generators named above"
                to ReportLine
        when BatchCompletedWithWarnings
            move "Calendars are ready, but at least one runs out inside the warning window"
                to ReportLine
        when other
            move "Calendars are ready" to ReportLine
    end-evaluate
    write ReportLine
    close ReadinessReport.
9000-Exit.
    exit.

end program CalendarReadinessRun.
