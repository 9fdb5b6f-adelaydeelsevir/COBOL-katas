*> BowlerRoster.dat; and, once a night has passed, flags any match
*> date with no games on the game-history master. Decisions go to
*> ScheduleVettingDecisions.dat for the league board.
*>
*> The schedule file carries every league in the house. A match is
*> checked against its own league's roster teams and its own league's
*> posted games, and the league-night check applies only to the
*> league named on LeagueRunParms.dat (every line, if no league is
*> named).
*>
*> A postponed match's makeup night, recorded by MatchStatusRun on
*> MatchStatus.dat, is vetted the same way: against the holiday
*> calendar and the center closure windows, and against the schedule
*> itself - a makeup on a night either team already has a scheduled
*> match in its league is flagged as a clash. Makeup decisions follow
*> the schedule's on the decisions report.

environment division.
configuration section.
    select ScheduleGenParms assign to "ScheduleGenParms.dat"
        organization is line sequential
        file status is ScheduleGenParmsStatus.
    select LeagueRunParms assign to "LeagueRunParms.dat"
        organization is line sequential
        file status is LeagueRunParmsStatus.
    select MatchStatus assign to "MatchStatus.dat"
        organization is line sequential
        file status is MatchStatusFileStatus.
    select DecisionReport assign to "ScheduleVettingDecisions.dat"
        organization is line sequential.

            02 MS-HomeTeamId pic 99.
            02 filler pic x.
            02 MS-AwayTeamId pic 99.
            02 filler pic x.
            02 MS-LanePair pic 99.
            02 filler pic x.
            02 MS-LeagueCode pic x(3).

    fd ClosureWindows.
        01 ClosureWindowRecord.
            02 filler          pic x.
            02 ParmLeagueNight pic 9.

    fd LeagueRunParms.
        01 LeagueParmRecord.
            02 ParmLeagueCode pic x(3).

    fd MatchStatus.
        copy MatchStatusRecord.

    fd DecisionReport.
        01 DecisionLine pic x(120).

    01 NumberOfWindows pic 99 value zero.

    01 RosterTeams.
        02 RosterTeam occurs 1 to 60 times
                depending on NumberOfTeams indexed by TeamIdx.
            03 RosterTeamId     pic 99.
            03 RosterTeamLeague pic x(3).
    01 NumberOfTeams pic 99 value zero.
    01 FoundTeamIndex pic 99 value zero.
    01 TeamIdToFind pic 99 value zero.
    01 LeagueCodeToFind pic x(3) value spaces.
    01 NightLeagueCode pic x(3) value spaces.

    01 GameDates.
        02 GameDateEntry occurs 1 to 400 times
                depending on NumberOfGameDates indexed by GameDateIdx.
            03 GameDate       pic 9(8).
            03 GameDateLeague pic x(3).
    01 NumberOfGameDates pic 999 value zero.
    01 HistoryDateNumeric pic 9(8) value zero.
    01 FoundGameDate pic 9 value zero usage binary.
        88 EndOfGameHistory value "10".
    01 ScheduleGenParmsStatus pic xx value spaces.
        88 ScheduleGenParmsFound value "00".
    01 LeagueRunParmsStatus pic xx value spaces.
        88 LeagueRunParmsFound value "00".

    01 LeagueNight pic 9 value zero.
    01 LeagueNightKnown pic 9 value zero usage binary.
    01 MatchesVetted pic 9(4) value zero.
    01 MatchesFlagged pic 9(4) value zero.

    01 ScheduledMatches.
        02 ScheduledMatch occurs 1 to 1000 times depending on NumberOfScheduledMatches
                indexed by MatchIdx.
            03 SM-MatchDate  pic x(8).
            03 SM-HomeTeamId pic 99.
            03 SM-AwayTeamId pic 99.
            03 SM-LeagueCode pic x(3).
    01 NumberOfScheduledMatches pic 9(4) value zero.
    01 ScheduledMatchesOverflowed pic 9 value zero usage binary.

    01 MatchStatusFileStatus pic xx value spaces.
        88 MatchStatusNotFound value "35".
        88 EndOfMatchStatus value "10".
    01 MakeupDate pic 9(8) value zero.
    01 MakeupsVetted pic 9(4) value zero.
    01 MakeupsFlagged pic 9(4) value zero.

    copy BatchReturnCode.

procedure division.
0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    perform 2000-VetSchedule thru 2000-Exit
    perform 2500-VetMakeupDates thru 2500-Exit
    perform 3000-WriteSummary thru 3000-Exit
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
        close ScheduleGenParms
    end-if

    open input LeagueRunParms
    if LeagueRunParmsFound
        read LeagueRunParms
            at end continue
            not at end move ParmLeagueCode to NightLeagueCode
        end-read
        close LeagueRunParms
    end-if

    perform 1100-LoadClosureWindows thru 1100-Exit
    perform 1200-LoadRosterTeams thru 1200-Exit
    perform 1300-LoadGameDates thru 1300-Exit
    perform with test after until EndOfRosterFile
        if not EndOfRosterFile
            move RO-TeamId to TeamIdToFind
            move RO-LeagueCode to LeagueCodeToFind
            perform 1270-FindOrAddTeam thru 1270-Exit
        end-if
        if not EndOfRosterFile
    perform varying TeamIdx from 1 by 1
            until TeamIdx is greater than NumberOfTeams
        if RosterTeamId(TeamIdx) equal to TeamIdToFind
                and RosterTeamLeague(TeamIdx) equal to LeagueCodeToFind
            move TeamIdx to FoundTeamIndex
        end-if
    end-perform

    if FoundTeamIndex equal to zero and NumberOfTeams is less than 60
        add 1 to NumberOfTeams
        move TeamIdToFind to RosterTeamId(NumberOfTeams)
        move LeagueCodeToFind to RosterTeamLeague(NumberOfTeams)
    end-if.
1270-Exit.
    exit.
            perform varying GameDateIdx from 1 by 1
                    until GameDateIdx is greater than NumberOfGameDates
                if GameDate(GameDateIdx) equal to HistoryDateNumeric
                        and GameDateLeague(GameDateIdx) equal to GH-LeagueCode
                    move 1 to FoundGameDate
                end-if
            end-perform
            if FoundGameDate equal to zero
                    and NumberOfGameDates is less than 400
                add 1 to NumberOfGameDates
                move HistoryDateNumeric to GameDate(NumberOfGameDates)
                move GH-LeagueCode to GameDateLeague(NumberOfGameDates)
            end-if
        end-if
        if not EndOfGameHistory

2200-VetOneMatch.
    add 1 to MatchesVetted
    if NumberOfScheduledMatches is less than 1000
        add 1 to NumberOfScheduledMatches
        move MS-MatchDateText to SM-MatchDate(NumberOfScheduledMatches)
        move MS-HomeTeamId to SM-HomeTeamId(NumberOfScheduledMatches)
        move MS-AwayTeamId to SM-AwayTeamId(NumberOfScheduledMatches)
        move MS-LeagueCode to SM-LeagueCode(NumberOfScheduledMatches)
    else
        move 1 to ScheduledMatchesOverflowed
    end-if
    move zero to DateIsFlagged
    move spaces to RejectionReasons

    end-if

    if LeagueNightKnown equal to 1
            and (NightLeagueCode equal to spaces or MS-LeagueCode equal to NightLeagueCode)
        compute MatchDayOfWeek = DayOfWeek(MS-MatchDate)
        if MatchDayOfWeek not equal to LeagueNight
            move 1 to DateIsFlagged
    end-perform

    if NumberOfTeams is greater than zero
        move MS-LeagueCode to LeagueCodeToFind
        move MS-HomeTeamId to TeamIdToFind
        perform 2300-CheckTeamOnRoster thru 2300-Exit
        move MS-AwayTeamId to TeamIdToFind
        perform varying GameDateIdx from 1 by 1
                until GameDateIdx is greater than NumberOfGameDates
            if GameDate(GameDateIdx) equal to MS-MatchDate
                    and GameDateLeague(GameDateIdx) equal to MS-LeagueCode
                move 1 to FoundGameDate
            end-if
        end-perform
    perform varying TeamIdx from 1 by 1
            until TeamIdx is greater than NumberOfTeams
        if RosterTeamId(TeamIdx) equal to TeamIdToFind
                and RosterTeamLeague(TeamIdx) equal to LeagueCodeToFind
            move TeamIdx to FoundTeamIndex
        end-if
    end-perform
2300-Exit.
    exit.

*> Each postponed match's makeup night gets its own decision line,
*> dated the makeup night and naming the original date in the
*> reasons. Forfeits have no night left to vet.
2500-VetMakeupDates.
    open input MatchStatus
    if MatchStatusNotFound
        go to 2500-Exit
    end-if

    perform 2550-ReadMatchStatus thru 2550-Exit
    perform with test after until EndOfMatchStatus
        if not EndOfMatchStatus and MatchIsPostponed
            perform 2600-VetOneMakeup thru 2600-Exit
        end-if
        if not EndOfMatchStatus
            perform 2550-ReadMatchStatus thru 2550-Exit
        end-if
    end-perform
    close MatchStatus.
2500-Exit.
    exit.

2550-ReadMatchStatus.
    read MatchStatus
        at end set EndOfMatchStatus to true
    end-read.
2550-Exit.
    exit.

2600-VetOneMakeup.
    add 1 to MakeupsVetted
    move zero to DateIsFlagged
    move spaces to RejectionReasons

    if MX-MakeupDate is not numeric
        move 1 to DateIsFlagged
        move " NO-VALID-MAKEUP-DATE" to RejectionReasons
        go to 2600-WriteDecision
    end-if
    move MX-MakeupDate to MakeupDate

    if IsHoliday(MakeupDate) equal to 1
        move 1 to DateIsFlagged
        string
            function trim(RejectionReasons) delimited by size
            " HOLIDAY" delimited by size
            into RejectionReasons
        end-string
    end-if

    perform varying WindowIdx from 1 by 1
            until WindowIdx is greater than NumberOfWindows
        if MakeupDate is not less than WN-StartDate(WindowIdx)
                and MakeupDate is not greater than WN-EndDate(WindowIdx)
            move 1 to DateIsFlagged
            move WN-Label(WindowIdx) to HitWindowLabel
            string
                function trim(RejectionReasons) delimited by size
                " CLOSED(" delimited by size
                function trim(HitWindowLabel) delimited by size
                ")" delimited by size
                into RejectionReasons
            end-string
        end-if
    end-perform

    perform varying MatchIdx from 1 by 1
            until MatchIdx is greater than NumberOfScheduledMatches
        if SM-MatchDate(MatchIdx) equal to MX-MakeupDate
                and SM-LeagueCode(MatchIdx) equal to MX-LeagueCode
                and (SM-HomeTeamId(MatchIdx) equal to MX-HomeTeamId
                    or SM-AwayTeamId(MatchIdx) equal to MX-HomeTeamId
                    or SM-HomeTeamId(MatchIdx) equal to MX-AwayTeamId
                    or SM-AwayTeamId(MatchIdx) equal to MX-AwayTeamId)
            move 1 to DateIsFlagged
            string
                function trim(RejectionReasons) delimited by size
                " CLASHES-WITH-" delimited by size
                SM-HomeTeamId(MatchIdx) delimited by size
                "-V-" delimited by size
                SM-AwayTeamId(MatchIdx) delimited by size
                into RejectionReasons
            end-string
        end-if
    end-perform.

2600-WriteDecision.
    move spaces to DecisionLine
    if DateIsFlagged equal to 1
        add 1 to MakeupsFlagged
        string
            MX-MakeupDate delimited by size
            "  " delimited by size
            MX-HomeTeamId delimited by size
            "   " delimited by size
            MX-AwayTeamId delimited by size
            "    FLAGGED MAKEUP-FOR-" delimited by size
            MX-MatchDate delimited by size
            " " delimited by size
            function trim(RejectionReasons) delimited by size
            into DecisionLine
        end-string
    else
        string
            MX-MakeupDate delimited by size
            "  " delimited by size
            MX-HomeTeamId delimited by size
            "   " delimited by size
            MX-AwayTeamId delimited by size
            "    CLEARED MAKEUP-FOR-" delimited by size
            MX-MatchDate delimited by size
            into DecisionLine
        end-string
    end-if
    write DecisionLine.
2600-Exit.
    exit.

3000-WriteSummary.
    move spaces to DecisionLine
    string
        " flagged" delimited by size
        into DecisionLine
    end-string
    write DecisionLine
    if MakeupsVetted is greater than zero
        move spaces to DecisionLine
        string
            MakeupsVetted delimited by size
            " makeups vetted, " delimited by size
            MakeupsFlagged delimited by size
            " flagged" delimited by size
            into DecisionLine
        end-string
        write DecisionLine
    end-if
    if ScheduledMatchesOverflowed equal to 1
        move "Schedule exceeds 1000 matches - makeup clashes checked against the first 1000 only"
            to DecisionLine
        write DecisionLine
    end-if.
3000-Exit.
    exit.

8000-SetReturnCode.
    if MatchesFlagged is greater than zero
            or MakeupsFlagged is greater than zero
            or ScheduledMatchesOverflowed equal to 1
        set BatchCompletedWithWarnings to true
    else
        set BatchCompletedNormally to true
