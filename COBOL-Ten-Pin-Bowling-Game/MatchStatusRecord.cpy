*> One line per scheduled match that did not go ahead as drawn, kept
*> on MatchStatus.dat beside WeeklySchedule.dat (which the generator
*> and LaneAssignmentRun rewrite). The match is keyed by its original
*> date, both team ids and league code. A postponed match carries its
*> makeup date; a forfeited one carries the side that forfeited
*> (H home, A away, B both).
01 MatchStatusRecord.
    02 MX-MatchDate   pic x(8).
    02 filler         pic x.
    02 MX-HomeTeamId  pic 99.
    02 filler         pic x.
    02 MX-AwayTeamId  pic 99.
    02 filler         pic x.
    02 MX-LeagueCode  pic x(3).
    02 filler         pic x.
    02 MX-Status      pic x.
        88 MatchIsPostponed value "P".
        88 MatchIsForfeited value "F".
    02 filler         pic x.
    02 MX-MakeupDate  pic x(8).
    02 filler         pic x.
    02 MX-ForfeitSide pic x.
        88 HomeSideForfeited  value "H".
        88 AwaySideForfeited  value "A".
        88 BothSidesForfeited value "B".
    02 filler         pic x.
    02 MX-Reason      pic x(20).
