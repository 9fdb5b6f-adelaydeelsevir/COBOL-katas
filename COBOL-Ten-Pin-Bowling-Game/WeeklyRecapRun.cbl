identification division.
program-id. WeeklyRecapRun.

*> League secretary's weekly recap sheet. Every week the secretary
*> retyped a one-page recap for the board and the team envelopes
*> from three different printouts; this run builds the page from the
*> files the nightly runs already keep:
*>   - team standings, ranked on match points with team pins
*>     alongside, off the standings report SeasonStandings writes;
*>   - every roster bowler by team with games to date, the average
*>     and the handicap they bowl on next week, off HandicapMaster.dat
*>     as HandicapRecalculation leaves it;
*>   - the week's three best games and series, scratch and with
*>     handicap, off BowlerGameHistory.dat;
*>   - next week's matches and lanes off WeeklySchedule.dat.
*> The sheet is dated for the bowling week: RecapParms.dat may name
*> the league night (YYYYMMDD); with no parm the latest night posted
*> to the game history is taken. "Next week" is the first scheduled
*> night after it, and the handicap shown is the latest one effective
*> on or before that night. With LeagueRunParms.dat naming a league,
*> only that league's games, roster rows, handicaps and matches are
*> used, the league's own StandingsReport-<league>.dat is read and
*> the sheet is written as WeeklyRecapSheet-<league>.dat.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
file-control.
    select StandingsReport assign to StandingsReportName
        organization is line sequential
        file status is StandingsReportStatus.
    select BowlerGameHistory assign to "BowlerGameHistory.dat"
        organization is line sequential
        file status is GameHistoryStatus.
    select HandicapMaster assign to "HandicapMaster.dat"
        organization is line sequential
        file status is HandicapMasterStatus.
    select BowlerRoster assign to "BowlerRoster.dat"
        organization is line sequential
        file status is RosterFileStatus.
    select WeeklySchedule assign to "WeeklySchedule.dat"
        organization is line sequential
        file status is WeeklyScheduleStatus.
    select RecapParms assign to "RecapParms.dat"
        organization is line sequential
        file status is RecapParmsStatus.
    select RecapSheet assign to RecapSheetName
        organization is line sequential.
    select LeagueRunParms assign to "LeagueRunParms.dat"
        organization is line sequential
        file status is LeagueRunParmsStatus.

data division.
file section.
    fd StandingsReport.
        01 StandingsLine.
            02 SL-TeamTag pic x(5).
            02 SL-TeamId pic 99.
            02 filler pic x(6).
            02 SL-TeamValue pic x(6).
            02 filler pic x(61).

    fd BowlerGameHistory.
        copy GameHistoryRecord.

    fd HandicapMaster.
        copy HandicapMasterRecord.

    fd BowlerRoster.
        copy RosterRecord.

    fd WeeklySchedule.
        01 ScheduleRecord.
            02 MS-MatchDate pic x(8).
            02 filler pic x.
            02 MS-HomeTeamId pic 99.
            02 filler pic x.
            02 MS-AwayTeamId pic 99.
            02 filler pic x.
            02 MS-LanePair pic 99.
            02 filler pic x.
            02 MS-LeagueCode pic x(3).

    fd RecapParms.
        01 RecapParmRecord.
            02 ParmRecapDate pic x(8).

    fd RecapSheet.
        01 ReportLine pic x(100).

    fd LeagueRunParms.
        01 LeagueParmRecord.
            02 ParmLeagueCode pic x(3).

working-storage section.
    01 RecapTeams.
        02 RecapTeam occurs 1 to 60 times depending on NumberOfTeams
                indexed by TeamIdx.
            03 RT-TeamId      pic 99.
            03 RT-MatchPoints pic 999.
            03 RT-TeamPins    pic 9(6).
            03 RT-Ranked      pic 9.
                88 TeamAlreadyRanked value 1.
    01 NumberOfTeams pic 99 value zero.
    01 FoundTeamIndex pic 99 value zero.
    01 InTeamScoreSection pic 9 value zero usage binary.
        88 TeamScoreSectionOpen value 1.
    01 InMatchPointSection pic 9 value zero usage binary.
        88 MatchPointSectionOpen value 1.

    01 RecapBowlers.
        02 RecapBowler occurs 1 to 200 times depending on NumberOfRecapBowlers
                indexed by RecapIdx.
            03 RB-BowlerName pic x(20).
            03 RB-TeamId     pic 99.
            03 RB-Role       pic x.
                88 RecapBowlerIsSubstitute value "S".
            03 RB-GamesToDate pic 999.
            03 RB-Effective  pic 9(8).
            03 RB-Average    pic 999v99.
            03 RB-Handicap   pic 999.
    01 NumberOfRecapBowlers pic 999 value zero.

    01 WeekGames.
        02 WeekGame occurs 1 to 300 times depending on NumberOfWeekGames
                indexed by GameIdx.
            03 WG-BowlerName pic x(20).
            03 WG-Scratch    pic 999.
            03 WG-Handicap   pic 999.
            03 WG-Ranked     pic 9.
                88 GameAlreadyRanked value 1.
    01 NumberOfWeekGames pic 999 value zero.

    01 WeekSeries.
        02 WeekSeriesEntry occurs 1 to 150 times depending on NumberOfWeekSeries
                indexed by SeriesIdx.
            03 SR-BowlerName pic x(20).
            03 SR-Scratch    pic 9(4).
            03 SR-Handicap   pic 9(4).
            03 SR-Games      pic 9.
            03 SR-Ranked     pic 9.
                88 SeriesAlreadyRanked value 1.
    01 NumberOfWeekSeries pic 999 value zero.
    01 FoundSeriesIndex pic 999 value zero.
    01 WeekGamesOverflowed pic 9(5) value zero.

    01 StandingsReportStatus pic xx value spaces.
        88 StandingsReportNotFound value "35".
        88 EndOfStandingsReport value "10".
    01 GameHistoryStatus pic xx value spaces.
        88 GameHistoryNotFound value "35".
        88 EndOfGameHistory value "10".
    01 HandicapMasterStatus pic xx value spaces.
        88 HandicapMasterNotFound value "35".
        88 EndOfHandicapMaster value "10".
    01 RosterFileStatus pic xx value spaces.
        88 RosterFileNotFound value "35".
        88 EndOfRosterFile value "10".
    01 WeeklyScheduleStatus pic xx value spaces.
        88 WeeklyScheduleNotFound value "35".
        88 EndOfWeeklySchedule value "10".
    01 RecapParmsStatus pic xx value spaces.
        88 RecapParmsFound value "00".
    01 LeagueRunParmsStatus pic xx value spaces.
        88 LeagueRunParmsFound value "00".
    01 RunLeagueCode pic x(3) value spaces.
    01 LeagueSelectedSwitch pic 9 value zero usage binary.
        88 LeagueIsSelected value 1.
    01 StandingsReportName pic x(40) value "StandingsReport.dat".
    01 RecapSheetName pic x(40) value "WeeklyRecapSheet.dat".

    01 RecapDate pic x(8) value spaces.
    01 NextWeekDate pic x(8) value spaces.
    01 HandicapCutoffDate pic 9(8) value 99999999.

    01 BestRankIndex pic 999 value zero.
    01 ScanIdx pic 999 value zero.
    01 RankPosition pic 99 value zero.
    01 RankOnHandicapSwitch pic 9 value zero usage binary.
        88 RankOnHandicap value 1.
    01 RankValue pic 9(4) value zero.
    01 BestRankValue pic 9(4) value zero.
    01 TeamToPrint pic 999 value zero.
    01 NextWeekMatches pic 99 value zero.
    01 LowLane pic 99 value zero.
    01 HighLane pic 99 value zero.

    01 RankEdited pic z9 value zero.
    01 TeamIdEdited pic 99 value zero.
    01 PointsEdited pic zz9 value zero.
    01 PinsEdited pic zzzzz9 value zero.
    01 GamesEdited pic zz9 value zero.
    01 AverageEdited pic zz9.99 value zero.
    01 HandicapEdited pic zz9 value zero.
    01 ScoreEdited pic zzz9 value zero.
    01 SideLabel pic x(14) value spaces.

    copy BatchReturnCode.

procedure division.

0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    perform 1200-FindRecapDate thru 1200-Exit
    perform 1300-FindNextWeek thru 1300-Exit
    perform 1500-LoadTeamStandings thru 1500-Exit
    perform 1600-LoadRoster thru 1600-Exit
    perform 1700-LoadHandicaps thru 1700-Exit
    perform 2000-CollectHistory thru 2000-Exit
*> A sheet built on a partial night would post the wrong highs on
*> the board, so an overfull week stops the run.
    if WeekGamesOverflowed is greater than zero
        display "WeeklyRecapRun: more games on " RecapDate
            " than the recap holds - " WeekGamesOverflowed
            " not loaded, no sheet written"
        set BatchCompletedWithErrors to true
        perform 9000-Terminate thru 9000-Exit
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 3000-WriteRecapHeader thru 3000-Exit
    perform 3100-WriteTeamStandings thru 3100-Exit
    perform 3200-WriteBowlerAverages thru 3200-Exit
    perform 3300-WriteWeekHighs thru 3300-Exit
    perform 3400-WriteNextWeek thru 3400-Exit
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
    move BatchReturnCode to return-code
    stop run.

1000-Initialize.
    perform 1050-SetLeagueFileNames thru 1050-Exit
    open input RecapParms
    if RecapParmsFound
        read RecapParms
            at end continue
            not at end
                if ParmRecapDate is numeric
                    move ParmRecapDate to RecapDate
                end-if
        end-read
        close RecapParms
    end-if
    open output RecapSheet.
1000-Exit.
    exit.

1050-SetLeagueFileNames.
    open input LeagueRunParms
    if not LeagueRunParmsFound
        go to 1050-Exit
    end-if
    read LeagueRunParms
        at end move spaces to ParmLeagueCode
    end-read
    close LeagueRunParms
    if ParmLeagueCode equal to spaces
        go to 1050-Exit
    end-if

    move ParmLeagueCode to RunLeagueCode
    move 1 to LeagueSelectedSwitch
    move spaces to StandingsReportName
    string
        "StandingsReport-" delimited by size
        RunLeagueCode delimited by space
        ".dat" delimited by size
        into StandingsReportName
    end-string
    move spaces to RecapSheetName
    string
        "WeeklyRecapSheet-" delimited by size
        RunLeagueCode delimited by space
        ".dat" delimited by size
        into RecapSheetName
    end-string.
1050-Exit.
    exit.

*> With no night on the parm the sheet is for the latest night the
*> league has posted.
1200-FindRecapDate.
    if RecapDate not equal to spaces
        go to 1200-Exit
    end-if
    open input BowlerGameHistory
    if GameHistoryNotFound
        go to 1200-Exit
    end-if
    perform 2100-ReadGameHistory thru 2100-Exit
    perform with test after until EndOfGameHistory
        if not EndOfGameHistory
                and (not LeagueIsSelected or GH-LeagueCode equal to RunLeagueCode)
                and GH-GameDate is greater than RecapDate
            move GH-GameDate to RecapDate
        end-if
        if not EndOfGameHistory
            perform 2100-ReadGameHistory thru 2100-Exit
        end-if
    end-perform
    close BowlerGameHistory.
1200-Exit.
    exit.

1300-FindNextWeek.
    move spaces to NextWeekDate
    open input WeeklySchedule
    if WeeklyScheduleNotFound
        go to 1300-Exit
    end-if
    perform 1350-ReadSchedule thru 1350-Exit
    perform with test after until EndOfWeeklySchedule
        if not EndOfWeeklySchedule
                and (not LeagueIsSelected or MS-LeagueCode equal to RunLeagueCode)
                and MS-MatchDate is greater than RecapDate
                and (NextWeekDate equal to spaces
                     or MS-MatchDate is less than NextWeekDate)
            move MS-MatchDate to NextWeekDate
        end-if
        if not EndOfWeeklySchedule
            perform 1350-ReadSchedule thru 1350-Exit
        end-if
    end-perform
    close WeeklySchedule
    if NextWeekDate not equal to spaces
        move NextWeekDate to HandicapCutoffDate
    end-if.
1300-Exit.
    exit.

1350-ReadSchedule.
    read WeeklySchedule
        at end set EndOfWeeklySchedule to true
    end-read.
1350-Exit.
    exit.

*> The team sections of the standings report are the lines
*> 3500-WriteTeamStandings and 3700-WriteMatchStandings string
*> together: a "Team        Team Score" or "Team        Match Points"
*> header, then one "Team NN      value" line per team.
1500-LoadTeamStandings.
    open input StandingsReport
    if StandingsReportNotFound
        display "WeeklyRecapRun: no " function trim(StandingsReportName)
            " on file - team standings left off the sheet"
        go to 1500-Exit
    end-if

    perform 1550-ReadStandingsLine thru 1550-Exit
    perform with test after until EndOfStandingsReport
        if not EndOfStandingsReport
            evaluate true
                when StandingsLine(1:22) equal to "Team        Team Score"
                    move 1 to InTeamScoreSection
                    move zero to InMatchPointSection
                when StandingsLine(1:24) equal to "Team        Match Points"
                    move zero to InTeamScoreSection
                    move 1 to InMatchPointSection
                when SL-TeamTag equal to "Team " and SL-TeamId is numeric
                        and (TeamScoreSectionOpen or MatchPointSectionOpen)
                    perform 1560-FindOrAddTeam thru 1560-Exit
                    if FoundTeamIndex is greater than zero
                        if TeamScoreSectionOpen
                            move SL-TeamValue to RT-TeamPins(FoundTeamIndex)
                        else
                            move SL-TeamValue(1:3)
                                to RT-MatchPoints(FoundTeamIndex)
                        end-if
                    end-if
                when other
                    move zero to InTeamScoreSection
                    move zero to InMatchPointSection
            end-evaluate
        end-if
        if not EndOfStandingsReport
            perform 1550-ReadStandingsLine thru 1550-Exit
        end-if
    end-perform
    close StandingsReport.
1500-Exit.
    exit.

1550-ReadStandingsLine.
    read StandingsReport
        at end set EndOfStandingsReport to true
    end-read.
1550-Exit.
    exit.

1560-FindOrAddTeam.
    move zero to FoundTeamIndex
    perform varying TeamIdx from 1 by 1
            until TeamIdx is greater than NumberOfTeams
        if RT-TeamId(TeamIdx) equal to SL-TeamId
            move TeamIdx to FoundTeamIndex
        end-if
    end-perform
    if FoundTeamIndex equal to zero and NumberOfTeams is less than 60
        add 1 to NumberOfTeams
        move NumberOfTeams to FoundTeamIndex
        move SL-TeamId to RT-TeamId(FoundTeamIndex)
        move zero to RT-MatchPoints(FoundTeamIndex)
        move zero to RT-TeamPins(FoundTeamIndex)
        move zero to RT-Ranked(FoundTeamIndex)
    end-if.
1560-Exit.
    exit.

1600-LoadRoster.
    open input BowlerRoster
    if RosterFileNotFound
        display "WeeklyRecapRun: no BowlerRoster.dat on file -"
            " bowler averages left off the sheet"
        go to 1600-Exit
    end-if
    perform 1650-ReadRosterRecord thru 1650-Exit
    perform with test after until EndOfRosterFile
        if not EndOfRosterFile and NumberOfRecapBowlers is less than 200
                and (not LeagueIsSelected or RO-LeagueCode equal to RunLeagueCode)
            add 1 to NumberOfRecapBowlers
            move RO-BowlerName to RB-BowlerName(NumberOfRecapBowlers)
            move RO-TeamId to RB-TeamId(NumberOfRecapBowlers)
            move RO-Role to RB-Role(NumberOfRecapBowlers)
            move zero to RB-GamesToDate(NumberOfRecapBowlers)
            move zero to RB-Effective(NumberOfRecapBowlers)
            move zero to RB-Average(NumberOfRecapBowlers)
            move zero to RB-Handicap(NumberOfRecapBowlers)
        end-if
        if not EndOfRosterFile
            perform 1650-ReadRosterRecord thru 1650-Exit
        end-if
    end-perform
    close BowlerRoster.
1600-Exit.
    exit.

1650-ReadRosterRecord.
    read BowlerRoster
        at end set EndOfRosterFile to true
    end-read.
1650-Exit.
    exit.

*> The handicap a bowler carries into next week is the latest master
*> record effective on or before next week's night.
1700-LoadHandicaps.
    open input HandicapMaster
    if HandicapMasterNotFound
        go to 1700-Exit
    end-if
    perform 1750-ReadHandicapMaster thru 1750-Exit
    perform with test after until EndOfHandicapMaster
        if not EndOfHandicapMaster
                and (not LeagueIsSelected or HM-LeagueCode equal to RunLeagueCode)
                and HM-EffectiveDate is not greater than HandicapCutoffDate
            perform varying RecapIdx from 1 by 1
                    until RecapIdx is greater than NumberOfRecapBowlers
                if RB-BowlerName(RecapIdx) equal to HM-BowlerName
                        and HM-EffectiveDate is not less than RB-Effective(RecapIdx)
                    move HM-EffectiveDate to RB-Effective(RecapIdx)
                    move HM-Average to RB-Average(RecapIdx)
                    move HM-Handicap to RB-Handicap(RecapIdx)
                end-if
            end-perform
        end-if
        if not EndOfHandicapMaster
            perform 1750-ReadHandicapMaster thru 1750-Exit
        end-if
    end-perform
    close HandicapMaster.
1700-Exit.
    exit.

1750-ReadHandicapMaster.
    read HandicapMaster
        at end set EndOfHandicapMaster to true
    end-read.
1750-Exit.
    exit.

2000-CollectHistory.
    open input BowlerGameHistory
    if GameHistoryNotFound
        go to 2000-Exit
    end-if
    perform 2100-ReadGameHistory thru 2100-Exit
    perform with test after until EndOfGameHistory
        if not EndOfGameHistory
            perform 2200-CollectOneGame thru 2200-Exit
        end-if
        if not EndOfGameHistory
            perform 2100-ReadGameHistory thru 2100-Exit
        end-if
    end-perform
    close BowlerGameHistory.
2000-Exit.
    exit.

2100-ReadGameHistory.
    read BowlerGameHistory
        at end set EndOfGameHistory to true
    end-read.
2100-Exit.
    exit.

*> Games to date run through the recap night; the night's own games
*> are kept singly for the high games and rolled up per bowler for
*> the night's series.
2200-CollectOneGame.
    if LeagueIsSelected and GH-LeagueCode not equal to RunLeagueCode
        go to 2200-Exit
    end-if
    if GH-GameDate is greater than RecapDate
        go to 2200-Exit
    end-if
    perform varying RecapIdx from 1 by 1
            until RecapIdx is greater than NumberOfRecapBowlers
        if RB-BowlerName(RecapIdx) equal to GH-BowlerName
            add 1 to RB-GamesToDate(RecapIdx)
        end-if
    end-perform
    if GH-GameDate not equal to RecapDate
        go to 2200-Exit
    end-if

    if NumberOfWeekGames is not less than 300
        add 1 to WeekGamesOverflowed
        go to 2200-Exit
    end-if
    add 1 to NumberOfWeekGames
    move GH-BowlerName to WG-BowlerName(NumberOfWeekGames)
    move GH-GameTotal to WG-Scratch(NumberOfWeekGames)
    move GH-HandicappedScore to WG-Handicap(NumberOfWeekGames)
    move zero to WG-Ranked(NumberOfWeekGames)

    move zero to FoundSeriesIndex
    perform varying SeriesIdx from 1 by 1
            until SeriesIdx is greater than NumberOfWeekSeries
        if SR-BowlerName(SeriesIdx) equal to GH-BowlerName
            move SeriesIdx to FoundSeriesIndex
        end-if
    end-perform
    if FoundSeriesIndex equal to zero
        if NumberOfWeekSeries is not less than 150
            add 1 to WeekGamesOverflowed
            go to 2200-Exit
        end-if
        add 1 to NumberOfWeekSeries
        move NumberOfWeekSeries to FoundSeriesIndex
        move GH-BowlerName to SR-BowlerName(FoundSeriesIndex)
        move zero to SR-Scratch(FoundSeriesIndex)
        move zero to SR-Handicap(FoundSeriesIndex)
        move zero to SR-Games(FoundSeriesIndex)
        move zero to SR-Ranked(FoundSeriesIndex)
    end-if
    add GH-GameTotal to SR-Scratch(FoundSeriesIndex)
    add GH-HandicappedScore to SR-Handicap(FoundSeriesIndex)
    if SR-Games(FoundSeriesIndex) is less than 9
        add 1 to SR-Games(FoundSeriesIndex)
    end-if.
2200-Exit.
    exit.

3000-WriteRecapHeader.
    move spaces to ReportLine
    if LeagueIsSelected
        string
            "League secretary's recap  -  league " delimited by size
            RunLeagueCode delimited by size
            "  -  bowling week of " delimited by size
            RecapDate delimited by size
            into ReportLine
        end-string
    else
        string
            "League secretary's recap  -  bowling week of " delimited by size
            RecapDate delimited by size
            into ReportLine
        end-string
    end-if
    write ReportLine
    move spaces to ReportLine
    write ReportLine.
3000-Exit.
    exit.

*> One pass per place picks the best unranked team on match points;
*> a tie goes to the team with more pins, then the team listed first.
3100-WriteTeamStandings.
    move "Team standings" to ReportLine
    write ReportLine
    move "Place  Team  Match Points  Team Pins" to ReportLine
    write ReportLine
    perform varying RankPosition from 1 by 1
            until RankPosition is greater than NumberOfTeams
        move zero to BestRankIndex
        perform varying TeamIdx from 1 by 1
                until TeamIdx is greater than NumberOfTeams
            if not TeamAlreadyRanked(TeamIdx)
                if BestRankIndex equal to zero
                    set BestRankIndex to TeamIdx
                else
                    if RT-MatchPoints(TeamIdx) is greater than
                            RT-MatchPoints(BestRankIndex)
                        or (RT-MatchPoints(TeamIdx) equal to
                                RT-MatchPoints(BestRankIndex)
                            and RT-TeamPins(TeamIdx) is greater than
                                RT-TeamPins(BestRankIndex))
                        set BestRankIndex to TeamIdx
                    end-if
                end-if
            end-if
        end-perform
        move 1 to RT-Ranked(BestRankIndex)
        move RankPosition to RankEdited
        move RT-TeamId(BestRankIndex) to TeamIdEdited
        move RT-MatchPoints(BestRankIndex) to PointsEdited
        move RT-TeamPins(BestRankIndex) to PinsEdited
        move spaces to ReportLine
        string
            "  " delimited by size
            RankEdited delimited by size
            "    " delimited by size
            TeamIdEdited delimited by size
            "       " delimited by size
            PointsEdited delimited by size
            "        " delimited by size
            PinsEdited delimited by size
            into ReportLine
        end-string
        write ReportLine
    end-perform
    move spaces to ReportLine
    write ReportLine.
3100-Exit.
    exit.

3200-WriteBowlerAverages.
    move "Averages and handicaps for next week" to ReportLine
    write ReportLine
    move "Team  Bowler                Games   Average   Handicap" to ReportLine
    write ReportLine
    perform varying TeamToPrint from 0 by 1 until TeamToPrint is greater than 99
        perform varying RecapIdx from 1 by 1
                until RecapIdx is greater than NumberOfRecapBowlers
            if RB-TeamId(RecapIdx) equal to TeamToPrint
                perform 3250-WriteBowlerLine thru 3250-Exit
            end-if
        end-perform
    end-perform
    move spaces to ReportLine
    write ReportLine.
3200-Exit.
    exit.

3250-WriteBowlerLine.
    move RB-TeamId(RecapIdx) to TeamIdEdited
    move RB-GamesToDate(RecapIdx) to GamesEdited
    move spaces to ReportLine
    if RB-Effective(RecapIdx) equal to zero
        string
            " " delimited by size
            TeamIdEdited delimited by size
            "   " delimited by size
            RB-BowlerName(RecapIdx) delimited by size
            "  " delimited by size
            GamesEdited delimited by size
            "     no average established" delimited by size
            into ReportLine
        end-string
    else
        move RB-Average(RecapIdx) to AverageEdited
        move RB-Handicap(RecapIdx) to HandicapEdited
        string
            " " delimited by size
            TeamIdEdited delimited by size
            "   " delimited by size
            RB-BowlerName(RecapIdx) delimited by size
            "  " delimited by size
            GamesEdited delimited by size
            "     " delimited by size
            AverageEdited delimited by size
            "      " delimited by size
            HandicapEdited delimited by size
            into ReportLine
        end-string
    end-if
    if RecapBowlerIsSubstitute(RecapIdx)
        move "(sub)" to ReportLine(61:5)
    end-if
    write ReportLine.
3250-Exit.
    exit.

*> The three best of the night in each of four lists. A tie keeps
*> the game or series posted first.
3300-WriteWeekHighs.
    move spaces to ReportLine
    string
        "High games and series for " delimited by size
        RecapDate delimited by size
        into ReportLine
    end-string
    write ReportLine
    if NumberOfWeekGames equal to zero
        move "  no games posted for the week" to ReportLine
        write ReportLine
        move spaces to ReportLine
        write ReportLine
        go to 3300-Exit
    end-if

    move zero to RankOnHandicapSwitch
    move "Scratch game" to SideLabel
    perform 3350-WriteTopGames thru 3350-Exit
    move 1 to RankOnHandicapSwitch
    move "Hcp game" to SideLabel
    perform 3350-WriteTopGames thru 3350-Exit
    move zero to RankOnHandicapSwitch
    move "Scratch series" to SideLabel
    perform 3370-WriteTopSeries thru 3370-Exit
    move 1 to RankOnHandicapSwitch
    move "Hcp series" to SideLabel
    perform 3370-WriteTopSeries thru 3370-Exit
    move spaces to ReportLine
    write ReportLine.
3300-Exit.
    exit.

3350-WriteTopGames.
    perform varying GameIdx from 1 by 1
            until GameIdx is greater than NumberOfWeekGames
        move zero to WG-Ranked(GameIdx)
    end-perform
    perform varying RankPosition from 1 by 1
            until RankPosition is greater than 3
                or RankPosition is greater than NumberOfWeekGames
        move zero to BestRankIndex
        move zero to BestRankValue
        perform varying ScanIdx from 1 by 1
                until ScanIdx is greater than NumberOfWeekGames
            if RankOnHandicap
                move WG-Handicap(ScanIdx) to RankValue
            else
                move WG-Scratch(ScanIdx) to RankValue
            end-if
            if not GameAlreadyRanked(ScanIdx)
                    and (BestRankIndex equal to zero
                         or RankValue is greater than BestRankValue)
                move ScanIdx to BestRankIndex
                move RankValue to BestRankValue
            end-if
        end-perform
        move 1 to WG-Ranked(BestRankIndex)
        move BestRankValue to ScoreEdited
        move RankPosition to RankEdited
        move spaces to ReportLine
        string
            SideLabel delimited by size
            "  " delimited by size
            RankEdited delimited by size
            "  " delimited by size
            WG-BowlerName(BestRankIndex) delimited by size
            "  " delimited by size
            ScoreEdited delimited by size
            into ReportLine
        end-string
        write ReportLine
    end-perform.
3350-Exit.
    exit.

3370-WriteTopSeries.
    perform varying SeriesIdx from 1 by 1
            until SeriesIdx is greater than NumberOfWeekSeries
        move zero to SR-Ranked(SeriesIdx)
    end-perform
    perform varying RankPosition from 1 by 1
            until RankPosition is greater than 3
                or RankPosition is greater than NumberOfWeekSeries
        move zero to BestRankIndex
        move zero to BestRankValue
        perform varying ScanIdx from 1 by 1
                until ScanIdx is greater than NumberOfWeekSeries
            if RankOnHandicap
                move SR-Handicap(ScanIdx) to RankValue
            else
                move SR-Scratch(ScanIdx) to RankValue
            end-if
            if not SeriesAlreadyRanked(ScanIdx)
                    and (BestRankIndex equal to zero
                         or RankValue is greater than BestRankValue)
                move ScanIdx to BestRankIndex
                move RankValue to BestRankValue
            end-if
        end-perform
        move 1 to SR-Ranked(BestRankIndex)
        move BestRankValue to ScoreEdited
        move RankPosition to RankEdited
        move SR-Games(BestRankIndex) to GamesEdited
        move spaces to ReportLine
        string
            SideLabel delimited by size
            "  " delimited by size
            RankEdited delimited by size
            "  " delimited by size
            SR-BowlerName(BestRankIndex) delimited by size
            "  " delimited by size
            ScoreEdited delimited by size
            "  (" delimited by size
            function trim(GamesEdited) delimited by size
            " games)" delimited by size
            into ReportLine
        end-string
        write ReportLine
    end-perform.
3370-Exit.
    exit.

*> Pair P is lanes 2P-1 and 2P, as LaneAssignmentRun hands them out.
3400-WriteNextWeek.
    if NextWeekDate equal to spaces
        move "Next week: no further matches on the schedule" to ReportLine
        write ReportLine
        go to 3400-Exit
    end-if
    move spaces to ReportLine
    string
        "Next week " delimited by size
        NextWeekDate delimited by size
        into ReportLine
    end-string
    write ReportLine

    move zero to NextWeekMatches
    open input WeeklySchedule
    perform 1350-ReadSchedule thru 1350-Exit
    perform with test after until EndOfWeeklySchedule
        if not EndOfWeeklySchedule
                and (not LeagueIsSelected or MS-LeagueCode equal to RunLeagueCode)
                and MS-MatchDate equal to NextWeekDate
            perform 3450-WriteMatchLine thru 3450-Exit
        end-if
        if not EndOfWeeklySchedule
            perform 1350-ReadSchedule thru 1350-Exit
        end-if
    end-perform
    close WeeklySchedule.
3400-Exit.
    exit.

3450-WriteMatchLine.
    add 1 to NextWeekMatches
    move spaces to ReportLine
    if MS-LanePair is numeric and MS-LanePair is greater than zero
        compute HighLane = MS-LanePair * 2
        compute LowLane = HighLane - 1
        string
            "  Team " delimited by size
            MS-HomeTeamId delimited by size
            " v Team " delimited by size
            MS-AwayTeamId delimited by size
            "   lanes " delimited by size
            LowLane delimited by size
            "-" delimited by size
            HighLane delimited by size
            into ReportLine
        end-string
    else
        string
            "  Team " delimited by size
            MS-HomeTeamId delimited by size
            " v Team " delimited by size
            MS-AwayTeamId delimited by size
            "   lanes not yet assigned" delimited by size
            into ReportLine
        end-string
    end-if
    write ReportLine.
3450-Exit.
    exit.

8000-SetReturnCode.
    if StandingsReportNotFound or RosterFileNotFound
            or NumberOfWeekGames equal to zero
        set BatchCompletedWithWarnings to true
    else
        set BatchCompletedNormally to true
    end-if.
8000-Exit.
    exit.

9000-Terminate.
    close RecapSheet.
9000-Exit.
    exit.

end program WeeklyRecapRun.
