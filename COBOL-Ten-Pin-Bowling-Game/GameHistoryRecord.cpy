    02 GH-LaneNumber       pic 99.
    02 GH-GameTotal        pic 999.
    02 GH-HandicappedScore pic 999.
    02 GH-GameNumber       pic 9.
    02 GH-PostingSource    pic x.
    02 GH-LeagueCode       pic x(3).
