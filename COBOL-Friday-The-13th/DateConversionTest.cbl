identification division.
program-id. DateConversionTest.

*> Convert a date from the format it arrived in to YYYYMMDD, or say
*> exactly why it can't be. For example

    *> 031426      as MMDDYY      --> 20260314
    *> 26073       as YYDDD       --> 20260314
    *> 14/03/2026  as DD/MM/YYYY  --> 20260314
    *> 14/03/2026  as MM/DD/YYYY  --> BAD MONTH
    *> 02292025    as MMDDYYYY    --> BAD DAY FOR MONTH
    *> 010150      as MMDDYY      --> AMBIGUOUS CENTURY

environment division.
configuration section.
    repository.
        function ConvertDateToYmd.

data division.
working-storage section.
    01 ExpectedResult pic x(24) value spaces.
    01 ReturnedResult pic x(24) value spaces.

*> ConvertDateToYmd takes the date and the format code by reference
*> as pic x(10), so every call goes through these.
    01 InputDate pic x(10) value spaces.
    01 FormatCode pic x(10) value spaces.
    copy DateConversionResult.
    01 DateIsValid pic 9 value zero.

procedure division.
Main section.
    move "20260314" to ExpectedResult
    move "031426" to InputDate
    move "MMDDYY" to FormatCode
    perform ConvertAndFormat
    call "AssertEquals" using ReturnedResult, ExpectedResult, "MMDDYY 031426 is 14 March 2026"

    move "26073" to InputDate
    move "YYDDD" to FormatCode
    perform ConvertAndFormat
    call "AssertEquals" using ReturnedResult, ExpectedResult, "Julian 26073 is 14 March 2026"

    move "14/03/2026" to InputDate
    move "DD/MM/YYYY" to FormatCode
    perform ConvertAndFormat
    call "AssertEquals" using ReturnedResult, ExpectedResult, "DD/MM/YYYY 14/03/2026 is 14 March 2026"

    move "20241231" to ExpectedResult
    move "2024366" to InputDate
    move "YYYYDDD" to FormatCode
    perform ConvertAndFormat
    call "AssertEquals" using ReturnedResult, ExpectedResult, "day 366 of leap 2024 is 31 December"

    move "BAD MONTH" to ExpectedResult
    move "14/03/2026" to InputDate
    move "MM/DD/YYYY" to FormatCode
    perform ConvertAndFormat
    call "AssertEquals" using ReturnedResult, ExpectedResult, "14/03/2026 read as MM/DD/YYYY has a bad month"

    move "BAD DAY FOR MONTH" to ExpectedResult
    move "02292025" to InputDate
    move "MMDDYYYY" to FormatCode
    perform ConvertAndFormat
    call "AssertEquals" using ReturnedResult, ExpectedResult, "29 February 2025 does not exist"

    move "BAD DAY OF YEAR" to ExpectedResult
    move "2025366" to InputDate
    move "YYYYDDD" to FormatCode
    perform ConvertAndFormat
    call "AssertEquals" using ReturnedResult, ExpectedResult, "2025 has no day 366"

    move "AMBIGUOUS CENTURY" to ExpectedResult
    move "010150" to InputDate
    move "MMDDYY" to FormatCode
    perform ConvertAndFormat
    call "AssertEquals" using ReturnedResult, ExpectedResult, "a year of 50 is too far either way to guess"

    move "NOT A DATE IN FORMAT" to ExpectedResult
    move "14-03-2026" to InputDate
    move "DD/MM/YYYY" to FormatCode
    perform ConvertAndFormat
    call "AssertEquals" using ReturnedResult, ExpectedResult, "dashes where the format has slashes"

    move "UNKNOWN FORMAT" to ExpectedResult
    move "20260314" to InputDate
    move "YYYY-MM-DD" to FormatCode
    perform ConvertAndFormat
    call "AssertEquals" using ReturnedResult, ExpectedResult, "an undeclared format code is refused"

    stop run
    .

ConvertAndFormat.
    move ConvertDateToYmd(InputDate, FormatCode, DateConversionResult)
        to DateIsValid
    move spaces to ReturnedResult
    if DateIsValid equal to 1
        move DV-Date to ReturnedResult
    else
        move DV-Error to ReturnedResult
    end-if
    .

end program DateConversionTest.
