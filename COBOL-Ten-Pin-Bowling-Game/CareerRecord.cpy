*> One line per bowler on CareerRecords.dat: lifetime league totals
*> folded in from each closed season's archive. A bowler in two
*> leagues has one career line - both leagues' games count towards
*> it - and a season is counted once however many leagues it was
*> bowled in. Season dates are the archive's closing dates.
01 CareerRecord.
    02 CR-BowlerName      pic x(20).
    02 CR-LifetimeGames   pic 9(5).
    02 CR-LifetimePins    pic 9(7).
    02 CR-HighGame        pic 999.
    02 CR-HighGameSeason  pic 9(8).
    02 CR-HighSeries      pic 9(4).
    02 CR-HighSeriesSeason pic 9(8).
    02 CR-Count200        pic 9(4).
    02 CR-SeasonsBowled   pic 99.
    02 CR-FirstSeason     pic 9(8).
    02 CR-LastSeason      pic 9(8).
