identification division.
function-id. DayCountFraction.

*> Interest day-count service alongside DateUtility, so late-fee
*> interest and accruals count days the way finance does. Takes two
*> pic 9(8) dates and a convention code, fills the caller's
*> DayCountInfo with the day count and the year fraction between
*> them, and returns 1 when the convention is known and 0 when it
*> isn't (DayCountInfo is then zero):
*>   ACT/ACT  actual days, each calendar year's share divided by
*>            that year's length - 366 when IsLeapYear says so
*>   ACT/365  actual days over a fixed 365
*>   ACT/360  actual days over 360
*>   30/360   every month thirty days (a 31st counts as the 30th,
*>            and an end date on the 31st only stays a 31st when the
*>            start date is before the 30th), over 360
*> The start date counts and the end date does not, so a one-day
*> loan is one day. An end date before the start date gives the same
*> figures negated.

environment division.
    configuration section.
        repository.
        function all intrinsic
        function IsLeapYear.

data division.
    local-storage section.
        01 FromDate pic 9(8).
        01 FromDateParts redefines FromDate.
            02 FromYear  pic 9999.
            02 FromMonth pic 99.
            02 FromDay   pic 99.
        01 ToDate pic 9(8).
        01 ToDateParts redefines ToDate.
            02 ToYear  pic 9999.
            02 ToMonth pic 99.
            02 ToDay   pic 99.
        01 CountIsNegative pic 9 value zero usage binary.
        01 WorkYear pic 9999.
        01 SegmentStart pic 9(7).
        01 SegmentEnd pic 9(7).
        01 YearStartDay pic 9(7).
        01 NextYearStartDay pic 9(7).
        01 DaysInWorkYear pic 999.
        01 ReturnedResult pic 9 value zero.

    linkage section.
        01 StartDate  pic 9(8).
        01 EndDate    pic 9(8).
        01 Convention pic x(7).
        copy DayCountInfo.
        01 ConventionKnown pic 9.

procedure division using StartDate, EndDate, Convention, DayCountInfo
        returning ConventionKnown.

Main.
    initialize DayCountInfo
    move 1 to ReturnedResult
    move zero to CountIsNegative
    if EndDate less than StartDate
        move EndDate to FromDate
        move StartDate to ToDate
        move 1 to CountIsNegative
    else
        move StartDate to FromDate
        move EndDate to ToDate
    end-if

    evaluate Convention
        when "ACT/ACT"
            perform ActualDays thru EndActualDays
            perform ActualActualFraction thru EndActualActualFraction
        when "ACT/365"
            perform ActualDays thru EndActualDays
            compute DC-YearFraction rounded = DC-DayCount / 365
        when "ACT/360"
            perform ActualDays thru EndActualDays
            compute DC-YearFraction rounded = DC-DayCount / 360
        when "30/360"
            perform ThirtyThreeSixtyDays thru EndThirtyThreeSixtyDays
            compute DC-YearFraction rounded = DC-DayCount / 360
        when other
            move zero to ReturnedResult
    end-evaluate

    if CountIsNegative equal to 1
        compute DC-DayCount = DC-DayCount * -1
        compute DC-YearFraction = DC-YearFraction * -1
    end-if

    move ReturnedResult to ConventionKnown
    goback.
EndMain.

ActualDays.
    compute DC-DayCount = function integer-of-date(ToDate)
        - function integer-of-date(FromDate).
EndActualDays.

*> Walk the calendar years the period touches, adding each year's
*> days over that year's own length.
ActualActualFraction.
    move zero to DC-YearFraction
    perform varying WorkYear from FromYear by 1 until WorkYear is greater than ToYear
        compute YearStartDay = function integer-of-date(WorkYear * 10000 + 0101)
        compute NextYearStartDay = function integer-of-date((WorkYear + 1) * 10000 + 0101)
        compute SegmentStart = function max(YearStartDay,
            function integer-of-date(FromDate))
        compute SegmentEnd = function min(NextYearStartDay,
            function integer-of-date(ToDate))
        if IsLeapYear(WorkYear) equal to 1
            move 366 to DaysInWorkYear
        else
            move 365 to DaysInWorkYear
        end-if
        if SegmentEnd greater than SegmentStart
            compute DC-YearFraction rounded = DC-YearFraction
                + ((SegmentEnd - SegmentStart) / DaysInWorkYear)
        end-if
    end-perform.
EndActualActualFraction.

ThirtyThreeSixtyDays.
    if FromDay equal to 31
        move 30 to FromDay
    end-if
    if ToDay equal to 31 and FromDay equal to 30
        move 30 to ToDay
    end-if
    compute DC-DayCount = (360 * (ToYear - FromYear))
        + (30 * (ToMonth - FromMonth))
        + (ToDay - FromDay).
EndThirtyThreeSixtyDays.

end function DayCountFraction.
