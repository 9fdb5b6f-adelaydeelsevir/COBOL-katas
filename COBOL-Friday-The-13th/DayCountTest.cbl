identification division.
program-id. DayCountTest.

*> Count the days and the year fraction between two dates under the
*> interest day-count conventions. For example, from 1 January to
*> 1 July 2026

    *> ACT/365 --> 181 days, 0.495890411 of a year
    *> ACT/360 --> 181 days, 0.502777778 of a year

*> and from 31 January to 1 March 2026 under 30/360 the 31st counts
*> as the 30th, giving 31 days. Under ACT/ACT a period across a year
*> end takes each year's days over that year's own length - from
*> 1 December 2023 to 1 March 2024 is 31/365 + 60/366.

environment division.
configuration section.
    repository.
        function DayCountFraction.

data division.
working-storage section.
    01 ExpectedResult pic x(20) value spaces.
    01 ReturnedResult pic x(20) value spaces.

*> DayCountFraction takes its dates by reference as pic 9(8) and the
*> convention as pic x(7), so every call goes through these.
    01 StartDate pic 9(8) value zero.
    01 EndDate pic 9(8) value zero.
    01 Convention pic x(7) value spaces.
    copy DayCountInfo.
    01 ConventionKnown pic 9 value zero.

    01 DayCountEdited pic -(6)9.
    01 FractionEdited pic -9.9(9).

procedure division.
Main section.
    move "181 0.495890411" to ExpectedResult
    move 20260101 to StartDate
    move 20260701 to EndDate
    move "ACT/365" to Convention
    perform CountAndFormat
    call "AssertEquals" using ReturnedResult, ExpectedResult, "ACT/365 1 Jan to 1 Jul 2026"

    move "181 0.502777778" to ExpectedResult
    move "ACT/360" to Convention
    perform CountAndFormat
    call "AssertEquals" using ReturnedResult, ExpectedResult, "ACT/360 1 Jan to 1 Jul 2026"

    move "31 0.086111111" to ExpectedResult
    move 20260131 to StartDate
    move 20260301 to EndDate
    move "30/360" to Convention
    perform CountAndFormat
    call "AssertEquals" using ReturnedResult, ExpectedResult, "30/360 counts the 31st as the 30th"

    move "30 0.083333333" to ExpectedResult
    move 20260331 to EndDate
    move 20260301 to StartDate
    perform CountAndFormat
    call "AssertEquals" using ReturnedResult, ExpectedResult, "30/360 1 Mar to 31 Mar is 30 days"

    move "91 0.248865933" to ExpectedResult
    move 20231201 to StartDate
    move 20240301 to EndDate
    move "ACT/ACT" to Convention
    perform CountAndFormat
    call "AssertEquals" using ReturnedResult, ExpectedResult, "ACT/ACT splits at the leap-year end"

    move "-181 -0.495890411" to ExpectedResult
    move 20260701 to StartDate
    move 20260101 to EndDate
    move "ACT/365" to Convention
    perform CountAndFormat
    call "AssertEquals" using ReturnedResult, ExpectedResult, "dates reversed give a negative count"

    move "unknown" to ExpectedResult
    move "ACT/999" to Convention
    perform CountAndFormat
    call "AssertEquals" using ReturnedResult, ExpectedResult, "an unknown convention is refused"

    stop run
    .

CountAndFormat.
    move spaces to ReturnedResult
    move DayCountFraction(StartDate, EndDate, Convention, DayCountInfo)
        to ConventionKnown
    if ConventionKnown equal to zero
        move "unknown" to ReturnedResult
    else
        move DC-DayCount to DayCountEdited
        move DC-YearFraction to FractionEdited
        string function trim(DayCountEdited) delimited by size
            " " delimited by size
            function trim(FractionEdited) delimited by size
            into ReturnedResult
        end-string
    end-if
    .

end program DayCountTest.
