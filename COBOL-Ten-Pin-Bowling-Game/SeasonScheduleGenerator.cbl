*> is skipped to the following week through the same IsHoliday
*> service ChangeDateVetting vets with. The schedule is written in
*> the exact record layout SeasonStandings' 3600-ComputeMatchPoints
*> already reads. Every match goes out with lane pair 00 (not yet
*> seated); LaneAssignmentRun follows this run and gives each match
*> its pair.
*>
*> A center with several leagues names the league on
*> LeagueRunParms.dat, the one parm that selects the league for the
*> night's runs. Only that league's roster teams are scheduled, every
*> match is tagged with the league code, and the other leagues' lines
*> already on WeeklySchedule.dat are carried over untouched so one
*> schedule file serves the whole house. With no league named the run
*> lays out the whole file from the whole roster, as it always has.

environment division.
configuration section.
    select ScheduleGenParms assign to "ScheduleGenParms.dat"
        organization is line sequential
        file status is ScheduleGenParmsStatus.
    select LeagueRunParms assign to "LeagueRunParms.dat"
        organization is line sequential
        file status is LeagueRunParmsStatus.
    select WeeklySchedule assign to "WeeklySchedule.dat"
        organization is line sequential
        file status is WeeklyScheduleStatus.

data division.
file section.
            02 filler          pic x.
            02 ParmLeagueNight pic 9.

    fd LeagueRunParms.
        01 LeagueParmRecord.
            02 ParmLeagueCode pic x(3).

    fd WeeklySchedule.
        01 ScheduleRecord.
            02 MS-MatchDate pic x(8).
            02 MS-HomeTeamId pic 99.
            02 filler pic x.
            02 MS-AwayTeamId pic 99.
            02 filler pic x.
            02 MS-LanePair pic 99.
            02 filler pic x.
            02 MS-LeagueCode pic x(3).

working-storage section.
    01 TeamIds.
        88 EndOfRosterFile value "10".
    01 ScheduleGenParmsStatus pic xx value spaces.
        88 ScheduleGenParmsFound value "00".
    01 WeeklyScheduleStatus pic xx value spaces.
        88 WeeklyScheduleNotFound value "35".
        88 EndOfWeeklySchedule value "10".

    01 LeagueRunParmsStatus pic xx value spaces.
        88 LeagueRunParmsFound value "00".
    01 RunLeagueCode pic x(3) value spaces.
    01 KeptScheduleLines.
        02 KeptScheduleLine pic x(21) occurs 1 to 1000 times
                depending on NumberOfKeptLines indexed by KeptIdx.
    01 NumberOfKeptLines pic 9(4) value zero.
    01 KeptLinesOverflowed pic 9(5) value zero.

    01 SeasonStartDate pic 9(8) value zero.
    01 LeagueNight pic 9 value 3.
        close ScheduleGenParms
    end-if

    open input LeagueRunParms
    if LeagueRunParmsFound
        read LeagueRunParms
            at end continue
            not at end move ParmLeagueCode to RunLeagueCode
        end-read
        close LeagueRunParms
    end-if

    if RunLeagueCode not equal to spaces
        perform 1100-KeepOtherLeagues thru 1100-Exit
    end-if
    if KeptLinesOverflowed is greater than zero
        display "SeasonScheduleGenerator: more than 1000 schedule lines for"
            " other leagues - schedule not regenerated"
        set BatchCompletedWithErrors to true
        move BatchReturnCode to return-code
        stop run
    end-if

    open output WeeklySchedule
    perform varying KeptIdx from 1 by 1 until KeptIdx is greater than NumberOfKeptLines
        move KeptScheduleLine(KeptIdx) to ScheduleRecord
        write ScheduleRecord
    end-perform.
1000-Exit.
    exit.

*> Other leagues' matches stay on the schedule exactly as they were,
*> lane pairs and all.
1100-KeepOtherLeagues.
    open input WeeklySchedule
    if WeeklyScheduleNotFound
        go to 1100-Exit
    end-if

    perform 1150-ReadScheduleLine thru 1150-Exit
    perform with test after until EndOfWeeklySchedule
        if not EndOfWeeklySchedule
                and MS-LeagueCode not equal to RunLeagueCode
            if NumberOfKeptLines equal to 1000
                add 1 to KeptLinesOverflowed
            else
                add 1 to NumberOfKeptLines
                move ScheduleRecord to KeptScheduleLine(NumberOfKeptLines)
            end-if
        end-if
        if not EndOfWeeklySchedule
            perform 1150-ReadScheduleLine thru 1150-Exit
        end-if
    end-perform
    close WeeklySchedule.
1100-Exit.
    exit.

1150-ReadScheduleLine.
    read WeeklySchedule
        at end set EndOfWeeklySchedule to true
    end-read.
1150-Exit.
    exit.

*> The roster is the authority on which teams exist: each distinct
*> RO-TeamId becomes one round-robin entrant. An odd team count gets
*> a dummy slot (team 00); the team paired with it sits the round
*> out, and no record is written for that pairing. A league run
*> takes only the teams on that league's roster rows.
1500-LoadTeamList.
    move zero to NumberOfTeams
    open input BowlerRoster
    perform 1550-ReadRosterRecord thru 1550-Exit
    perform with test after until EndOfRosterFile
        if not EndOfRosterFile
                and (RunLeagueCode equal to spaces or RO-LeagueCode equal to RunLeagueCode)
            perform 1600-FindOrAddTeam thru 1600-Exit
        end-if
        if not EndOfRosterFile
            move MatchDateText to MS-MatchDate
            move TeamId(HomeSlot) to MS-HomeTeamId
            move TeamId(AwaySlot) to MS-AwayTeamId
            move zero to MS-LanePair
            move RunLeagueCode to MS-LeagueCode
            write ScheduleRecord
            add 1 to MatchesWritten
        end-if
