01 DayCountInfo.
    02 DC-DayCount     pic s9(7).
    02 DC-YearFraction pic s9(3)v9(9).
