*> and anything HolidayCalendarMaintenance has applied by hand -
*> are kept: the generated dates are merged in (duplicates
*> dropped), the whole calendar is rewritten sorted, and the
*> expansion report shows which rule produced which date. Each
*> generated date carries its rule's label as the holiday name.

environment division.
configuration section.
            02 HolidayDate pic 9(8).
            02 filler      pic x.
            02 HC-Region   pic x(3).
            02 filler      pic x.
            02 HC-Name     pic x(24).

    fd ExpansionReport.
        01 ReportLine pic x(80).
            03 GN-Date  pic 9(8).
            03 GN-Label pic x(24).
            03 GN-Region pic x(3).
            03 GN-Name  pic x(24).
    01 NumberOfGenerated pic 999 value zero.

    01 CandidateDate pic 9(8) value zero.
    01 WantedDayOfWeek pic 9 value zero.
    01 RuleDateFound pic 9 value zero usage binary.

    01 SortSwapEntry pic x(59) value spaces.

*> Gregorian computus working fields (the anonymous algorithm):
*> whole-number arithmetic only, all intermediate values positive.
            move HolidayDate to GN-Date(NumberOfGenerated)
            move "(already on calendar)" to GN-Label(NumberOfGenerated)
            move HC-Region to GN-Region(NumberOfGenerated)
            move HC-Name to GN-Name(NumberOfGenerated)
        end-if
        if not EndOfHolidayCalendar
            perform 1550-ReadCalendarDate thru 1550-Exit
        add 1 to NumberOfGenerated
        move CandidateDate to GN-Date(NumberOfGenerated)
        move HR-Label to GN-Label(NumberOfGenerated)
        move HR-Label to GN-Name(NumberOfGenerated)
        if HR-Region equal to spaces
            move "ALL" to GN-Region(NumberOfGenerated)
        else
        move spaces to HolidayCalendarRecord
        move GN-Date(GeneratedIdx) to HolidayDate
        move GN-Region(GeneratedIdx) to HC-Region
        move GN-Name(GeneratedIdx) to HC-Name
        write HolidayCalendarRecord
    end-perform
    close HolidayCalendar
