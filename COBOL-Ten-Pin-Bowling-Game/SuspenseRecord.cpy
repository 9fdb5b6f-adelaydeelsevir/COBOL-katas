    02 SU-ScoreCard     pic x(33).
    02 SU-BadFrame      pic 99.
    02 SU-Reason        pic x(20).
    02 SU-GameNumber    pic x.
    02 SU-LeagueCode    pic x(3).
