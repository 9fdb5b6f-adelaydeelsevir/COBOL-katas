    02 HM-EffectiveDate pic 9(8).
    02 HM-Average       pic 999v99.
    02 HM-Handicap      pic 999.
    02 HM-LeagueCode    pic x(3).
