            02 filler pic x.
            02 HolidayRegion pic x(3).
                88 HolidayIsEveryRegion value spaces, "ALL".
            02 filler pic x.
            02 HolidayName pic x(24).

    local-storage section.
        01 HolidayCalendarStatus pic xx value spaces.
            02 filler pic x.
            02 HolidayRegion pic x(3).
                88 HolidayIsEveryRegion value spaces, "ALL".
            02 filler pic x.
            02 HolidayName pic x(24).

    local-storage section.
        01 HolidayCalendarStatus pic xx value spaces.
