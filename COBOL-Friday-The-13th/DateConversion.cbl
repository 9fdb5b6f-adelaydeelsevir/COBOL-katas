identification division.
function-id. ConvertDateToYmd.

*> Inbound date conversion alongside DateUtility, so every program
*> downstream can go on assuming YYYYMMDD. Takes a date as it arrived
*> (pic x(10), left-justified) and the format code it was declared
*> in, fills the caller's DateConversionResult with the YYYYMMDD date
*> or the reason it was refused, and returns 1 when the date
*> converted and 0 when it didn't. The format codes are
*>   YYYYMMDD  YYMMDD  MMDDYY  MMDDYYYY
*>   YYDDD  YYYYDDD                      (Julian day of the year)
*>   DD/MM/YYYY  MM/DD/YYYY  DD/MM/YY  MM/DD/YY
*> and the reasons are UNKNOWN FORMAT, NOT A DATE IN FORMAT (a
*> non-digit, a missing slash or anything past the end of the
*> format), YEAR OUT OF RANGE, BAD MONTH, BAD DAY FOR MONTH, BAD
*> DAY OF YEAR and AMBIGUOUS CENTURY. A two-digit year takes the
*> century that puts it no more than 50 years before or 10 years
*> after the current year; one that fits neither - 50 read in 2026,
*> say - is refused rather than guessed.

environment division.
    configuration section.
        repository.
        function all intrinsic
        function IsLeapYear.

data division.
    local-storage section.
        01 CurrentDateFields.
            02 CurrentYear pic 9999.
            02 filler      pic x(17).
        01 YearText      pic x(4) value spaces.
        01 YearNumber    redefines YearText pic 9(4).
        01 ShortYearText pic x(2) value spaces.
        01 ShortYear     redefines ShortYearText pic 99.
        01 MonthText     pic x(2) value spaces.
        01 MonthNumber   redefines MonthText pic 99.
        01 DayText       pic x(2) value spaces.
        01 DayNumber     redefines DayText pic 99.
        01 DayOfYearText pic x(3) value spaces.
        01 DayOfYear     redefines DayOfYearText pic 999.
        01 TailText      pic x(10) value spaces.
        01 SlashText     pic x(2) value "//".
        01 YearIsShort   pic 9 value zero usage binary.
        01 DateIsJulian  pic 9 value zero usage binary.
        01 ResolvedYear  pic 9(4) value zero.
        01 CandidateYear pic 9(4) value zero.
        01 CenturyBase   pic 9(4) value zero.
        01 CenturyIdx    pic 9 value zero.
        01 DaysInMonth   pic 99 value zero.
        01 DaysInYear    pic 999 value zero.
        01 ReturnedResult pic 9 value zero.

    linkage section.
        01 InputDate  pic x(10).
        01 FormatCode pic x(10).
        copy DateConversionResult.
        01 DateIsValid pic 9.

procedure division using InputDate, FormatCode, DateConversionResult
        returning DateIsValid.

Main.
    initialize DateConversionResult
    move zero to ReturnedResult
    move zero to YearIsShort
    move zero to DateIsJulian
    move "//" to SlashText

    evaluate FormatCode
        when "YYYYMMDD"
            move InputDate(1:4) to YearText
            move InputDate(5:2) to MonthText
            move InputDate(7:2) to DayText
            move InputDate(9:2) to TailText
        when "YYMMDD"
            move 1 to YearIsShort
            move InputDate(1:2) to ShortYearText
            move InputDate(3:2) to MonthText
            move InputDate(5:2) to DayText
            move InputDate(7:4) to TailText
        when "MMDDYY"
            move 1 to YearIsShort
            move InputDate(1:2) to MonthText
            move InputDate(3:2) to DayText
            move InputDate(5:2) to ShortYearText
            move InputDate(7:4) to TailText
        when "MMDDYYYY"
            move InputDate(1:2) to MonthText
            move InputDate(3:2) to DayText
            move InputDate(5:4) to YearText
            move InputDate(9:2) to TailText
        when "YYDDD"
            move 1 to YearIsShort
            move 1 to DateIsJulian
            move InputDate(1:2) to ShortYearText
            move InputDate(3:3) to DayOfYearText
            move InputDate(6:5) to TailText
        when "YYYYDDD"
            move 1 to DateIsJulian
            move InputDate(1:4) to YearText
            move InputDate(5:3) to DayOfYearText
            move InputDate(8:3) to TailText
        when "DD/MM/YYYY"
            move InputDate(1:2) to DayText
            move InputDate(4:2) to MonthText
            move InputDate(7:4) to YearText
            string InputDate(3:1) InputDate(6:1) delimited by size
                into SlashText
        when "MM/DD/YYYY"
            move InputDate(1:2) to MonthText
            move InputDate(4:2) to DayText
            move InputDate(7:4) to YearText
            string InputDate(3:1) InputDate(6:1) delimited by size
                into SlashText
        when "DD/MM/YY"
            move 1 to YearIsShort
            move InputDate(1:2) to DayText
            move InputDate(4:2) to MonthText
            move InputDate(7:2) to ShortYearText
            move InputDate(9:2) to TailText
            string InputDate(3:1) InputDate(6:1) delimited by size
                into SlashText
        when "MM/DD/YY"
            move 1 to YearIsShort
            move InputDate(1:2) to MonthText
            move InputDate(4:2) to DayText
            move InputDate(7:2) to ShortYearText
            move InputDate(9:2) to TailText
            string InputDate(3:1) InputDate(6:1) delimited by size
                into SlashText
        when other
            move "UNKNOWN FORMAT" to DV-Error
            go to EndOfConversion
    end-evaluate

    perform CheckDigits thru EndCheckDigits
    if not DateConverted
        go to EndOfConversion
    end-if

    if YearIsShort equal to 1
        perform ResolveCentury thru EndResolveCentury
        if not DateConverted
            go to EndOfConversion
        end-if
    else
        move YearNumber to ResolvedYear
    end-if
    if ResolvedYear is less than 1601
        move "YEAR OUT OF RANGE" to DV-Error
        go to EndOfConversion
    end-if

    if DateIsJulian equal to 1
        perform ConvertJulianDate thru EndConvertJulianDate
    else
        perform ConvertCalendarDate thru EndConvertCalendarDate
    end-if
    if DateConverted
        move 1 to ReturnedResult
    end-if.

EndOfConversion.
    if not DateConverted
        move zero to DV-Date
    end-if
    move ReturnedResult to DateIsValid
    goback.
EndMain.

*> Every piece the format names must be all digits, the slashes must
*> be where the format puts them and nothing may follow the date.
CheckDigits.
    evaluate true
        when SlashText not equal to "//"
            move "NOT A DATE IN FORMAT" to DV-Error
        when TailText not equal to spaces
            move "NOT A DATE IN FORMAT" to DV-Error
        when YearIsShort equal to 1 and ShortYearText is not numeric
            move "NOT A DATE IN FORMAT" to DV-Error
        when YearIsShort equal to 0 and YearText is not numeric
            move "NOT A DATE IN FORMAT" to DV-Error
        when DateIsJulian equal to 1 and DayOfYearText is not numeric
            move "NOT A DATE IN FORMAT" to DV-Error
        when DateIsJulian equal to 0
                and (MonthText is not numeric or DayText is not numeric)
            move "NOT A DATE IN FORMAT" to DV-Error
        when other
            continue
    end-evaluate.
EndCheckDigits.

*> Try the current century and the ones either side of it; at most
*> one lands in the 50-back, 10-ahead window.
ResolveCentury.
    move function current-date to CurrentDateFields
    compute CenturyBase = (function integer(CurrentYear / 100) - 1) * 100
    move zero to ResolvedYear
    perform varying CenturyIdx from 1 by 1 until CenturyIdx is greater than 3
        compute CandidateYear = CenturyBase + ((CenturyIdx - 1) * 100) + ShortYear
        if CandidateYear is not less than CurrentYear - 50
                and CandidateYear is not greater than CurrentYear + 10
            move CandidateYear to ResolvedYear
        end-if
    end-perform
    if ResolvedYear equal to zero
        move "AMBIGUOUS CENTURY" to DV-Error
    end-if.
EndResolveCentury.

ConvertJulianDate.
    if IsLeapYear(ResolvedYear) equal to 1
        move 366 to DaysInYear
    else
        move 365 to DaysInYear
    end-if
    if DayOfYear equal to zero or DayOfYear is greater than DaysInYear
        move "BAD DAY OF YEAR" to DV-Error
    else
        compute DV-Date = function date-of-integer(
            function integer-of-date(ResolvedYear * 10000 + 0101) + DayOfYear - 1)
    end-if.
EndConvertJulianDate.

ConvertCalendarDate.
    if MonthNumber equal to zero or MonthNumber is greater than 12
        move "BAD MONTH" to DV-Error
        go to EndConvertCalendarDate
    end-if
    evaluate MonthNumber
        when 4
        when 6
        when 9
        when 11
            move 30 to DaysInMonth
        when 2
            if IsLeapYear(ResolvedYear) equal to 1
                move 29 to DaysInMonth
            else
                move 28 to DaysInMonth
            end-if
        when other
            move 31 to DaysInMonth
    end-evaluate
    if DayNumber equal to zero or DayNumber is greater than DaysInMonth
        move "BAD DAY FOR MONTH" to DV-Error
    else
        compute DV-Date = (ResolvedYear * 10000) + (MonthNumber * 100) + DayNumber
    end-if.
EndConvertCalendarDate.

end function ConvertDateToYmd.
