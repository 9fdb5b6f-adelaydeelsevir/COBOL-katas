*> IsLeapYear), duplicates are rejected, deletes of dates not on
*> file are rejected, the file is rewritten sorted ascending, and
*> the audit report shows the calendar before and after with the
*> disposition of every transaction. An add may carry the holiday's
*> name after the region; the name rides along with the date.

environment division.
configuration section.
            02 HolidayDate pic 9(8).
            02 filler      pic x.
            02 HC-Region   pic x(3).
            02 filler      pic x.
            02 HC-Name     pic x(24).

    fd HolidayTransactions.
        01 HolidayTransactionRecord.
            02 HT-Date redefines HT-DateText pic 9(8).
            02 filler    pic x.
            02 HT-Region pic x(3).
            02 filler    pic x.
            02 HT-Name   pic x(24).

    fd MaintenanceAudit.
        01 AuditLine pic x(100).
                depending on NumberOfHolidays indexed by HolidayIdx.
            03 CalendarDate pic 9(8).
            03 CalendarRegion pic x(3).
            03 CalendarName pic x(24).
    01 NumberOfHolidays pic 999 value zero.
    01 FoundHolidayIndex pic 999 value zero.

    01 DateIsValid pic 9 value zero usage binary.
    01 DaysInMonth pic 99 value zero.

    01 SortSwapValue pic x(35) value spaces.
    01 SortPassIdx pic 999 value zero.
    01 SortScanIdx pic 999 value zero.

        move spaces to AuditLine
        move CalendarDate(HolidayIdx) to AuditLine(3:8)
        move CalendarRegion(HolidayIdx) to AuditLine(12:3)
        move CalendarName(HolidayIdx) to AuditLine(16:24)
        write AuditLine
    end-perform
    move spaces to AuditLine
            add 1 to NumberOfHolidays
            move HolidayDate to CalendarDate(NumberOfHolidays)
            move HC-Region to CalendarRegion(NumberOfHolidays)
            move HC-Name to CalendarName(NumberOfHolidays)
        end-if
        if not EndOfHolidayCalendar
            perform 1150-ReadCalendarDate thru 1150-Exit
            add 1 to NumberOfHolidays
            move HT-Date to CalendarDate(NumberOfHolidays)
            move HT-Region to CalendarRegion(NumberOfHolidays)
            move HT-Name to CalendarName(NumberOfHolidays)
        when TransactionIsDelete and FoundHolidayIndex equal to zero
            add 1 to TransactionsRejected
        when TransactionIsDelete
2500-DeleteHoliday.
    perform varying SortScanIdx from FoundHolidayIndex by 1
            until SortScanIdx is not less than NumberOfHolidays
        move CalendarEntry(SortScanIdx + 1) to CalendarEntry(SortScanIdx)
    end-perform
    subtract 1 from NumberOfHolidays.
2500-Exit.
        move spaces to HolidayCalendarRecord
        move CalendarDate(HolidayIdx) to HolidayDate
        move CalendarRegion(HolidayIdx) to HC-Region
        move CalendarName(HolidayIdx) to HC-Name
        write HolidayCalendarRecord
    end-perform
    close HolidayCalendar.
        move spaces to AuditLine
        move CalendarDate(HolidayIdx) to AuditLine(3:8)
        move CalendarRegion(HolidayIdx) to AuditLine(12:3)
        move CalendarName(HolidayIdx) to AuditLine(16:24)
        write AuditLine
    end-perform

