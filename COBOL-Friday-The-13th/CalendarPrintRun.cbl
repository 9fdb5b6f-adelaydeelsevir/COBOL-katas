identification division.
program-id. CalendarPrintRun.

*> Printable monthly calendar sheets, so the calendar on the
*> supervisor's wall is the one the batch runs on instead of a
*> bought calendar marked up by hand. CalendarPrintParms.dat gives a
*> date range and a region code; every month the range touches is
*> printed whole on CalendarSheets.dat as a Monday-first grid with
*> the ISO week number (ISOWeekNumber) down the side. Each day's cell
*> carries its marks:
*>   B  business day on BusinessDayCalendar.dat for this region
*>   H  holiday on HolidayCalendar.dat for this region or every region
*>   F  inside a FreezeWindows.dat change freeze
*>   S  first day of a FiscalPeriodCalendar.dat period
*>   E  last day of a fiscal period
*>   C  a cutoff on CutoffSchedule.dat
*> and below each grid the marked days are spelled out - holiday
*> name, freeze label, period number, cutoff type. A weekday holiday
*> declared only for the other region is a business day here, the
*> way the region-aware date functions treat it. A day outside the
*> business-day calendar is marked ? and the run ends with a
*> warning - regenerate the calendar with BusinessDayCalendar. With
*> no parm file the current month is printed for every region.

environment division.
configuration section.
    repository.
        function all intrinsic
        function DayOfWeek
        function ISOWeekNumber.

input-output section.
file-control.
    select CalendarPrintParms assign to "CalendarPrintParms.dat"
        organization is line sequential
        file status is CalendarPrintParmsStatus.
    select BusinessDayCalendarFile assign to "BusinessDayCalendar.dat"
        organization is line sequential
        file status is BusinessDayCalendarStatus.
    select HolidayCalendar assign to "HolidayCalendar.dat"
        organization is line sequential
        file status is HolidayCalendarStatus.
    select FreezeWindows assign to "FreezeWindows.dat"
        organization is line sequential
        file status is FreezeWindowsStatus.
    select FiscalPeriodCalendar assign to "FiscalPeriodCalendar.dat"
        organization is line sequential
        file status is FiscalPeriodCalendarStatus.
    select CutoffSchedule assign to "CutoffSchedule.dat"
        organization is line sequential
        file status is CutoffScheduleStatus.
    select CalendarSheets assign to "CalendarSheets.dat"
        organization is line sequential.

data division.
file section.
    fd CalendarPrintParms.
        01 CalendarPrintParmRecord.
            02 ParmFromDate pic 9(8).
            02 filler       pic x.
            02 ParmToDate   pic 9(8).
            02 filler       pic x.
            02 ParmRegion   pic x(3).

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

    fd HolidayCalendar.
        01 HolidayCalendarRecord.
            02 HolidayDate pic 9(8).
            02 filler      pic x.
            02 HC-Region   pic x(3).
                88 HolidayIsEveryRegion value spaces, "ALL".
            02 filler      pic x.
            02 HC-Name     pic x(24).

    fd FreezeWindows.
        01 FreezeWindowRecord.
            02 FW-StartDate pic 9(8).
            02 filler       pic x.
            02 FW-EndDate   pic 9(8).
            02 filler       pic x.
            02 FW-Label     pic x(20).

    fd FiscalPeriodCalendar.
        01 FiscalPeriodRecord.
            02 FC-FiscalYear   pic 9(4).
            02 filler          pic x.
            02 FC-PeriodNumber pic 99.
            02 filler          pic x.
            02 FC-PeriodStart  pic 9(8).
            02 filler          pic x.
            02 FC-PeriodEnd    pic 9(8).

*> CutoffSchedule.dat is PeriodCutoffSchedule's printed schedule: a
*> cutoff is an indented line with the type name and its date.
    fd CutoffSchedule.
        01 CutoffScheduleLine.
            02 CS-Indent   pic x(2).
            02 CS-TypeName pic x(12).
            02 filler      pic x(2).
            02 CS-DateText pic x(8).
            02 CS-Date redefines CS-DateText pic 9(8).
            02 filler      pic x(76).

    fd CalendarSheets.
        01 SheetLine pic x(100).

working-storage section.
    01 CalendarDays.
        02 CalendarDay occurs 1 to 1500 times depending on NumberOfCalendarDays
                indexed by CalendarIdx.
            03 CD-BusinessDay pic x.
            03 CD-DayOfWeek   pic 9.
            03 CD-HolidayFlag pic 9.
    01 NumberOfCalendarDays pic 9(4) value zero.
    01 CalendarOverflowed pic 9 value zero usage binary.
    01 FirstCalendarDay pic 9(7) value zero.

    01 Holidays.
        02 Holiday occurs 1 to 200 times depending on NumberOfHolidays
                indexed by HolidayIdx.
            03 HL-Date pic 9(8).
            03 HL-Name pic x(24).
    01 NumberOfHolidays pic 999 value zero.

    01 Freezes.
        02 Freeze occurs 1 to 20 times depending on NumberOfFreezes
                indexed by FreezeIdx.
            03 FZ-StartDate pic 9(8).
            03 FZ-EndDate   pic 9(8).
            03 FZ-Label     pic x(20).
    01 NumberOfFreezes pic 99 value zero.

    01 Periods.
        02 Period occurs 1 to 60 times depending on NumberOfPeriods
                indexed by PeriodIdx.
            03 PD-FiscalYear   pic 9(4).
            03 PD-PeriodNumber pic 99.
            03 PD-Start        pic 9(8).
            03 PD-End          pic 9(8).
    01 NumberOfPeriods pic 99 value zero.

    01 Cutoffs.
        02 Cutoff occurs 1 to 200 times depending on NumberOfCutoffs
                indexed by CutoffIdx.
            03 CO-Date     pic 9(8).
            03 CO-TypeName pic x(12).
    01 NumberOfCutoffs pic 999 value zero.

*> The day-by-day notes under a month's grid.
    01 MonthNotes.
        02 MonthNote pic x(100) occurs 200 times.
    01 NumberOfNotes pic 999 value zero.
    01 NoteIdx pic 999 value zero.

    01 CalendarPrintParmsStatus pic xx value spaces.
        88 CalendarPrintParmsFound value "00".
    01 BusinessDayCalendarStatus pic xx value spaces.
        88 BusinessDayCalendarNotFound value "35".
        88 EndOfBusinessDayCalendar value "10".
    01 HolidayCalendarStatus pic xx value spaces.
        88 HolidayCalendarNotFound value "35".
        88 EndOfHolidayCalendar value "10".
    01 FreezeWindowsStatus pic xx value spaces.
        88 FreezeWindowsNotFound value "35".
        88 EndOfFreezeWindows value "10".
    01 FiscalPeriodCalendarStatus pic xx value spaces.
        88 FiscalPeriodCalendarNotFound value "35".
        88 EndOfFiscalPeriodCalendar value "10".
    01 CutoffScheduleStatus pic xx value spaces.
        88 CutoffScheduleNotFound value "35".
        88 EndOfCutoffSchedule value "10".

    01 FromDate pic 9(8) value zero.
    01 ToDate pic 9(8) value zero.
    01 PrintRegion pic x(3) value spaces.
    01 CurrentDateFields.
        02 CurrentDateYmd pic 9(8).
        02 filler pic x(13).

    01 MonthStart pic 9(8) value zero.
    01 MonthStartParts redefines MonthStart.
        02 MonthStartYear  pic 9999.
        02 MonthStartMonth pic 99.
        02 MonthStartDay   pic 99.
    01 MonthEndDay pic 9(7) value zero.
    01 RowStartDay pic 9(7) value zero.
    01 CellDayNumber pic 9(7) value zero.
    01 CellDate pic 9(8) value zero.
    01 CellDateParts redefines CellDate.
        02 CellYear  pic 9999.
        02 CellMonth pic 99.
        02 CellDay   pic 99.
    01 RowMonday pic 9(8) value zero.
    01 FirstColumn pic 9 value zero.
    01 ColumnIdx pic 9 value zero.
    01 CellColumn pic 999 value zero.
    01 WeekNumber pic 99 value zero.
    01 DayNumberEdited pic z9.

    01 DayMarks pic x(5) value spaces.
    01 MarkPosition pic 9 value zero.
    01 LastMark pic x value space.
    01 DayIsHoliday pic 9 value zero usage binary.
    01 DayIsBusiness pic 9 value zero usage binary.
    01 DayOffCalendar pic 9 value zero usage binary.
    01 DayIndex pic s9(7) value zero.
    01 NoteText pic x(80) value spaces.

    01 MonthNameValues.
        02 filler pic x(9) value "January".
        02 filler pic x(9) value "February".
        02 filler pic x(9) value "March".
        02 filler pic x(9) value "April".
        02 filler pic x(9) value "May".
        02 filler pic x(9) value "June".
        02 filler pic x(9) value "July".
        02 filler pic x(9) value "August".
        02 filler pic x(9) value "September".
        02 filler pic x(9) value "October".
        02 filler pic x(9) value "November".
        02 filler pic x(9) value "December".
    01 MonthNameTable redefines MonthNameValues.
        02 MonthName pic x(9) occurs 12 times.

    01 MonthsPrinted pic 999 value zero.
    01 DaysOffCalendar pic 9(5) value zero.

    copy BatchReturnCode.

procedure division.

0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    if BatchCompletedWithErrors
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 2000-PrintAllMonths thru 2000-Exit
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
    move BatchReturnCode to return-code
    stop run.

1000-Initialize.
    move function current-date to CurrentDateFields
    move CurrentDateYmd to FromDate
    move 01 to FromDate(7:2)
    compute ToDate = function date-of-integer(
        function integer-of-date(FromDate) + 31)
    move 01 to ToDate(7:2)
    compute ToDate = function date-of-integer(
        function integer-of-date(ToDate) - 1)

    open input CalendarPrintParms
    if CalendarPrintParmsFound
        read CalendarPrintParms
            at end continue
            not at end
                if ParmFromDate is numeric and ParmFromDate is greater than zero
                    move ParmFromDate to FromDate
                end-if
                if ParmToDate is numeric and ParmToDate is greater than zero
                    move ParmToDate to ToDate
                end-if
                move ParmRegion to PrintRegion
        end-read
        close CalendarPrintParms
    end-if
    if PrintRegion equal to "ALL"
        move spaces to PrintRegion
    end-if

    if FromDate is greater than ToDate
        display "CalendarPrintRun: from-date is after to-date"
        set BatchCompletedWithErrors to true
        go to 1000-Exit
    end-if

    perform 1100-LoadCalendar thru 1100-Exit
    if NumberOfCalendarDays equal to zero
        display "CalendarPrintRun: no business-day calendar on file -"
            " run BusinessDayCalendar first"
        set BatchCompletedWithErrors to true
        go to 1000-Exit
    end-if
    if CalendarOverflowed equal to 1
        display "CalendarPrintRun: business-day calendar exceeds the"
            " 1500-day work table - run abandoned"
        set BatchCompletedWithErrors to true
        go to 1000-Exit
    end-if

    perform 1200-LoadHolidays thru 1200-Exit
    perform 1300-LoadFreezeWindows thru 1300-Exit
    perform 1400-LoadFiscalPeriods thru 1400-Exit
    perform 1500-LoadCutoffs thru 1500-Exit

    open output CalendarSheets.
1000-Exit.
    exit.

1100-LoadCalendar.
    open input BusinessDayCalendarFile
    if BusinessDayCalendarNotFound
        go to 1100-Exit
    end-if

    perform 1150-ReadCalendarDay thru 1150-Exit
    if not EndOfBusinessDayCalendar
        compute FirstCalendarDay = function integer-of-date(CA-Date)
    end-if
    perform until EndOfBusinessDayCalendar
        if NumberOfCalendarDays is less than 1500
            add 1 to NumberOfCalendarDays
            move CA-BusinessDay to CD-BusinessDay(NumberOfCalendarDays)
            move CA-DayOfWeek to CD-DayOfWeek(NumberOfCalendarDays)
            move CA-HolidayFlag to CD-HolidayFlag(NumberOfCalendarDays)
        else
            move 1 to CalendarOverflowed
        end-if
        perform 1150-ReadCalendarDay thru 1150-Exit
    end-perform
    close BusinessDayCalendarFile.
1100-Exit.
    exit.

1150-ReadCalendarDay.
    read BusinessDayCalendarFile
        at end set EndOfBusinessDayCalendar to true
    end-read.
1150-Exit.
    exit.

*> Only the holidays this region observes are kept: its own and the
*> company-wide ones, or every holiday when no region is asked for.
1200-LoadHolidays.
    open input HolidayCalendar
    if HolidayCalendarNotFound
        go to 1200-Exit
    end-if

    perform 1250-ReadHoliday thru 1250-Exit
    perform until EndOfHolidayCalendar
        if (HolidayIsEveryRegion or PrintRegion equal to spaces
                or HC-Region equal to PrintRegion)
                and NumberOfHolidays is less than 200
            add 1 to NumberOfHolidays
            move HolidayDate to HL-Date(NumberOfHolidays)
            move HC-Name to HL-Name(NumberOfHolidays)
        end-if
        perform 1250-ReadHoliday thru 1250-Exit
    end-perform
    close HolidayCalendar.
1200-Exit.
    exit.

1250-ReadHoliday.
    read HolidayCalendar
        at end set EndOfHolidayCalendar to true
    end-read.
1250-Exit.
    exit.

1300-LoadFreezeWindows.
    open input FreezeWindows
    if FreezeWindowsNotFound
        go to 1300-Exit
    end-if

    perform 1350-ReadFreezeWindow thru 1350-Exit
    perform until EndOfFreezeWindows
        if NumberOfFreezes is less than 20
            add 1 to NumberOfFreezes
            move FW-StartDate to FZ-StartDate(NumberOfFreezes)
            move FW-EndDate to FZ-EndDate(NumberOfFreezes)
            move FW-Label to FZ-Label(NumberOfFreezes)
        end-if
        perform 1350-ReadFreezeWindow thru 1350-Exit
    end-perform
    close FreezeWindows.
1300-Exit.
    exit.

1350-ReadFreezeWindow.
    read FreezeWindows
        at end set EndOfFreezeWindows to true
    end-read.
1350-Exit.
    exit.

1400-LoadFiscalPeriods.
    open input FiscalPeriodCalendar
    if FiscalPeriodCalendarNotFound
        go to 1400-Exit
    end-if

    perform 1450-ReadFiscalPeriod thru 1450-Exit
    perform until EndOfFiscalPeriodCalendar
        if NumberOfPeriods is less than 60
            add 1 to NumberOfPeriods
            move FC-FiscalYear to PD-FiscalYear(NumberOfPeriods)
            move FC-PeriodNumber to PD-PeriodNumber(NumberOfPeriods)
            move FC-PeriodStart to PD-Start(NumberOfPeriods)
            move FC-PeriodEnd to PD-End(NumberOfPeriods)
        end-if
        perform 1450-ReadFiscalPeriod thru 1450-Exit
    end-perform
    close FiscalPeriodCalendar.
1400-Exit.
    exit.

1450-ReadFiscalPeriod.
    read FiscalPeriodCalendar
        at end set EndOfFiscalPeriodCalendar to true
    end-read.
1450-Exit.
    exit.

1500-LoadCutoffs.
    open input CutoffSchedule
    if CutoffScheduleNotFound
        go to 1500-Exit
    end-if

    perform 1550-ReadCutoffLine thru 1550-Exit
    perform until EndOfCutoffSchedule
        if CS-Indent equal to spaces and CS-TypeName not equal to spaces
                and CS-DateText is numeric
                and NumberOfCutoffs is less than 200
            add 1 to NumberOfCutoffs
            move CS-Date to CO-Date(NumberOfCutoffs)
            move CS-TypeName to CO-TypeName(NumberOfCutoffs)
        end-if
        perform 1550-ReadCutoffLine thru 1550-Exit
    end-perform
    close CutoffSchedule.
1500-Exit.
    exit.

1550-ReadCutoffLine.
    read CutoffSchedule
        at end set EndOfCutoffSchedule to true
    end-read.
1550-Exit.
    exit.

2000-PrintAllMonths.
    move FromDate to MonthStart
    move 01 to MonthStartDay
    perform until MonthStart is greater than ToDate
        perform 2100-PrintOneMonth thru 2100-Exit
        if MonthStartMonth equal to 12
            add 1 to MonthStartYear
            move 01 to MonthStartMonth
        else
            add 1 to MonthStartMonth
        end-if
    end-perform.
2000-Exit.
    exit.

2100-PrintOneMonth.
    add 1 to MonthsPrinted
    move zero to NumberOfNotes

    if MonthStartMonth equal to 12
        compute MonthEndDay = function integer-of-date(
            (MonthStartYear + 1) * 10000 + 0101) - 1
    else
        compute MonthEndDay = function integer-of-date(
            MonthStartYear * 10000 + (MonthStartMonth + 1) * 100 + 1) - 1
    end-if

    move spaces to SheetLine
    if PrintRegion equal to spaces
        string
            function trim(MonthName(MonthStartMonth)) delimited by size
            " " delimited by size
            MonthStartYear delimited by size
            "    all regions" delimited by size
            into SheetLine
        end-string
    else
        string
            function trim(MonthName(MonthStartMonth)) delimited by size
            " " delimited by size
            MonthStartYear delimited by size
            "    region " delimited by size
            PrintRegion delimited by size
            into SheetLine
        end-string
    end-if
    write SheetLine
    move "Wk  Mon      Tue      Wed      Thu      Fri      Sat      Sun"
        to SheetLine
    write SheetLine

*> The grid starts on the Monday on or before the 1st - DayOfWeek
*> numbers Sunday 1 to Saturday 7, the grid Monday 1 to Sunday 7.
    compute FirstColumn = function mod(DayOfWeek(MonthStart) + 5, 7) + 1
    compute RowStartDay = function integer-of-date(MonthStart) - (FirstColumn - 1)
    perform until RowStartDay is greater than MonthEndDay
        perform 2200-PrintOneWeek thru 2200-Exit
        add 7 to RowStartDay
    end-perform

    perform varying NoteIdx from 1 by 1 until NoteIdx is greater than NumberOfNotes
        move MonthNote(NoteIdx) to SheetLine
        write SheetLine
    end-perform
    move spaces to SheetLine
    write SheetLine
    move spaces to SheetLine
    write SheetLine.
2100-Exit.
    exit.

2200-PrintOneWeek.
    move spaces to SheetLine
    compute RowMonday = function date-of-integer(RowStartDay)
    move ISOWeekNumber(RowMonday) to WeekNumber
    move WeekNumber to SheetLine(1:2)
    perform varying ColumnIdx from 1 by 1 until ColumnIdx is greater than 7
        compute CellDayNumber = RowStartDay + ColumnIdx - 1
        if CellDayNumber is not less than function integer-of-date(MonthStart)
                and CellDayNumber is not greater than MonthEndDay
            compute CellDate = function date-of-integer(CellDayNumber)
            perform 2300-MarkOneDay thru 2300-Exit
            compute CellColumn = 5 + ((ColumnIdx - 1) * 9)
            move CellDay to DayNumberEdited
            move DayNumberEdited to SheetLine(CellColumn:2)
            move DayMarks to SheetLine(CellColumn + 3:5)
        end-if
    end-perform
    write SheetLine.
2200-Exit.
    exit.

2300-MarkOneDay.
    move spaces to DayMarks
    move 1 to MarkPosition
    move zero to DayIsHoliday
    move zero to DayIsBusiness
    move zero to DayOffCalendar

    perform varying HolidayIdx from 1 by 1
            until HolidayIdx is greater than NumberOfHolidays
        if HL-Date(HolidayIdx) equal to CellDate
            move 1 to DayIsHoliday
            move spaces to NoteText
            string
                "HOLIDAY " delimited by size
                HL-Name(HolidayIdx) delimited by size
                into NoteText
            end-string
            perform 2400-AddNote thru 2400-Exit
        end-if
    end-perform

*> Business or not is the calendar's answer, except that a weekday
*> the calendar lost to a holiday this region does not keep is
*> given back.
    compute DayIndex = CellDayNumber - FirstCalendarDay + 1
    if DayIndex is less than 1 or DayIndex is greater than NumberOfCalendarDays
        move 1 to DayOffCalendar
        add 1 to DaysOffCalendar
    else
        set CalendarIdx to DayIndex
        evaluate true
            when CD-BusinessDay(CalendarIdx) equal to "Y"
                move 1 to DayIsBusiness
            when CD-DayOfWeek(CalendarIdx) equal to 1
                    or CD-DayOfWeek(CalendarIdx) equal to 7
                continue
            when CD-HolidayFlag(CalendarIdx) equal to 1 and DayIsHoliday equal to 0
                move 1 to DayIsBusiness
            when other
                continue
        end-evaluate
    end-if

    evaluate true
        when DayOffCalendar equal to 1
            move "?" to DayMarks(MarkPosition:1)
            add 1 to MarkPosition
        when DayIsHoliday equal to 1
            move "H" to DayMarks(MarkPosition:1)
            add 1 to MarkPosition
        when DayIsBusiness equal to 1
            move "B" to DayMarks(MarkPosition:1)
            add 1 to MarkPosition
        when other
            continue
    end-evaluate

    perform varying FreezeIdx from 1 by 1
            until FreezeIdx is greater than NumberOfFreezes
        if CellDate is not less than FZ-StartDate(FreezeIdx)
                and CellDate is not greater than FZ-EndDate(FreezeIdx)
            move space to LastMark
            if MarkPosition is greater than 1
                move DayMarks(MarkPosition - 1:1) to LastMark
            end-if
            if LastMark not equal to "F"
                move "F" to DayMarks(MarkPosition:1)
                add 1 to MarkPosition
            end-if
            if CellDate equal to FZ-StartDate(FreezeIdx)
                move spaces to NoteText
                string
                    "FREEZE BEGINS " delimited by size
                    FZ-Label(FreezeIdx) delimited by size
                    into NoteText
                end-string
                perform 2400-AddNote thru 2400-Exit
            end-if
            if CellDate equal to FZ-EndDate(FreezeIdx)
                move spaces to NoteText
                string
                    "FREEZE ENDS " delimited by size
                    FZ-Label(FreezeIdx) delimited by size
                    into NoteText
                end-string
                perform 2400-AddNote thru 2400-Exit
            end-if
        end-if
    end-perform

    perform varying PeriodIdx from 1 by 1
            until PeriodIdx is greater than NumberOfPeriods
        if CellDate equal to PD-Start(PeriodIdx)
            move "S" to DayMarks(MarkPosition:1)
            add 1 to MarkPosition
            move spaces to NoteText
            string
                "FISCAL " delimited by size
                PD-FiscalYear(PeriodIdx) delimited by size
                " PERIOD " delimited by size
                PD-PeriodNumber(PeriodIdx) delimited by size
                " STARTS" delimited by size
                into NoteText
            end-string
            perform 2400-AddNote thru 2400-Exit
        end-if
        if CellDate equal to PD-End(PeriodIdx)
            move "E" to DayMarks(MarkPosition:1)
            add 1 to MarkPosition
            move spaces to NoteText
            string
                "FISCAL " delimited by size
                PD-FiscalYear(PeriodIdx) delimited by size
                " PERIOD " delimited by size
                PD-PeriodNumber(PeriodIdx) delimited by size
                " ENDS" delimited by size
                into NoteText
            end-string
            perform 2400-AddNote thru 2400-Exit
        end-if
    end-perform

    perform varying CutoffIdx from 1 by 1
            until CutoffIdx is greater than NumberOfCutoffs
        if CO-Date(CutoffIdx) equal to CellDate
            move space to LastMark
            if MarkPosition is greater than 1
                move DayMarks(MarkPosition - 1:1) to LastMark
            end-if
            if MarkPosition is less than 6 and LastMark not equal to "C"
                move "C" to DayMarks(MarkPosition:1)
                add 1 to MarkPosition
            end-if
            move spaces to NoteText
            string
                "CUTOFF " delimited by size
                CO-TypeName(CutoffIdx) delimited by size
                into NoteText
            end-string
            perform 2400-AddNote thru 2400-Exit
        end-if
    end-perform.
2300-Exit.
    exit.

2400-AddNote.
    if NumberOfNotes is less than 200
        add 1 to NumberOfNotes
        move spaces to MonthNote(NumberOfNotes)
        move CellDay to DayNumberEdited
        string
            "  " delimited by size
            DayNumberEdited delimited by size
            "  " delimited by size
            NoteText delimited by size
            into MonthNote(NumberOfNotes)
        end-string
    end-if.
2400-Exit.
    exit.

8000-SetReturnCode.
    display "CalendarPrintRun: " MonthsPrinted " month(s) printed, "
        DaysOffCalendar " day(s) outside the business-day calendar"
    if DaysOffCalendar is greater than zero
        set BatchCompletedWithWarnings to true
    else
        set BatchCompletedNormally to true
    end-if.
8000-Exit.
    exit.

9000-Terminate.
    move "Marks: B business day  H holiday  F change freeze  S period start"
        to SheetLine
    write SheetLine
    move "       E period end  C cutoff  ? outside the business-day calendar"
        to SheetLine
    write SheetLine
    close CalendarSheets.
9000-Exit.
    exit.

end program CalendarPrintRun.
