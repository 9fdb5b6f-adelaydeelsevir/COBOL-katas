identification division.
program-id. CareerRecordsRun.

*> Career records. SeasonCloseRun writes one SeasonArchive.dat per
*> season and then empties the game history, so nothing kept a
*> bowler's lifetime totals and the desk answered "how many league
*> games have I bowled here" from a shoebox of old archive printouts.
*> CareerRecords.dat (CareerRecord copybook) is the lifetime master,
*> and CareerRecordsParms.dat (mode, milestone interval, minimum games
*> for the career-average list, archive file name) says which of the
*> run's two jobs to do:
*>
*>   FOLD   - at season close, straight after SeasonCloseRun, the
*>            archive's final standings are folded into the master:
*>            games, pins, 200 games and seasons bowled are added and
*>            the season high game and series replace the career ones
*>            they beat. The archive file can be named on the parm so
*>            an older generation kept under another name can be
*>            folded in as well; an archive written before the high
*>            game, series and 200 columns were added contributes
*>            games, pins and the season only. Every fold is logged
*>            on CareerFoldLog.dat by the archive's closing date and a
*>            season already on the log is refused, so a rerun cannot
*>            count a season twice.
*>   REPORT - any time during the season, the master plus the season
*>            in progress on BowlerGameHistory.dat.
*>
*> Either way CareerRecordsReport.dat lists every bowler's career
*> line and the house all-time records (high game, high series, most
*> league games, most 200 games, best career average over the minimum
*> games). A REPORT run also lists the milestones reached on the
*> latest night posted - a bowler whose lifetime league games passed
*> a multiple of the milestone interval (the 1,000th game and so on)
*> or who beat their career high game that night - so the center can
*> present them when they happen. Careers run across every league in
*> the center; the league code plays no part here.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
file-control.
    select CareerRecords assign to "CareerRecords.dat"
        organization is line sequential
        file status is CareerRecordsStatus.
    select CareerRecordsParms assign to "CareerRecordsParms.dat"
        organization is line sequential
        file status is CareerParmsStatus.
    select SeasonArchive assign to ArchiveFileName
        organization is line sequential
        file status is SeasonArchiveStatus.
    select CareerFoldLog assign to "CareerFoldLog.dat"
        organization is line sequential
        file status is CareerFoldLogStatus.
    select BowlerGameHistory assign to "BowlerGameHistory.dat"
        organization is line sequential
        file status is GameHistoryStatus.
    select CareerReport assign to "CareerRecordsReport.dat"
        organization is line sequential.

data division.
file section.
    fd CareerRecords.
        copy CareerRecord.

    fd CareerRecordsParms.
        01 CareerParmRecord.
            02 ParmRunMode           pic x(6).
                88 ParmModeIsFold   value "FOLD  ".
                88 ParmModeIsReport value "REPORT".
            02 filler                pic x.
            02 ParmMilestoneInterval pic 9(4).
            02 filler                pic x.
            02 ParmAverageMinimum    pic 9(4).
            02 filler                pic x.
            02 ParmArchiveName       pic x(40).

*> The archive line layout is the one SeasonCloseRun strings
*> together for its final standings.
    fd SeasonArchive.
        01 ArchiveLine.
            02 AR-Name       pic x(20).
            02 filler        pic xx.
            02 AR-Games      pic x(3).
            02 filler        pic x(5).
            02 AR-Pins       pic x(6).
            02 filler        pic x(3).
            02 AR-Average    pic x(6).
            02 filler        pic x(3).
            02 AR-League     pic x(3).
            02 filler        pic x(3).
            02 AR-HighGame   pic x(3).
            02 filler        pic x(3).
            02 AR-HighSeries pic x(4).
            02 filler        pic x(3).
            02 AR-Count200   pic x(3).
            02 filler        pic x(30).

    fd CareerFoldLog.
        01 FoldLogRecord.
            02 FL-SeasonDate  pic 9(8).
            02 filler         pic x.
            02 FL-FoldDate    pic 9(8).
            02 filler         pic x.
            02 FL-Bowlers     pic 9(4).
            02 filler         pic x.
            02 FL-ArchiveName pic x(40).

    fd BowlerGameHistory.
        copy GameHistoryRecord.

    fd CareerReport.
        01 ReportLine pic x(100).

working-storage section.
    01 Careers.
        02 Career occurs 1 to 500 times depending on NumberOfCareers
                indexed by CareerIdx.
            03 CT-BowlerName      pic x(20).
            03 CT-Games           pic 9(5).
            03 CT-Pins            pic 9(7).
            03 CT-HighGame        pic 999.
            03 CT-HighGameSeason  pic 9(8).
            03 CT-HighSeries      pic 9(4).
            03 CT-HighSeriesSeason pic 9(8).
            03 CT-Count200        pic 9(4).
            03 CT-Seasons         pic 99.
            03 CT-FirstSeason     pic 9(8).
            03 CT-LastSeason      pic 9(8).
            03 CT-CountedSwitch   pic 9.
                88 SeasonAlreadyCounted value 1.
            03 CT-SeasonGames     pic 999.
            03 CT-SeasonPins      pic 9(6).
            03 CT-SeasonHigh      pic 999.
            03 CT-SeasonHighBefore pic 999.
            03 CT-SeasonSeriesTotal pic 9(4).
            03 CT-SeasonSeriesCount pic 9.
            03 CT-SeasonHighSeries pic 9(4).
            03 CT-Season200       pic 999.
            03 CT-NightGames      pic 99.
            03 CT-NightHigh       pic 999.
            03 CT-AllGames        pic 9(5).
            03 CT-AllPins         pic 9(7).
            03 CT-AllHighGame     pic 999.
            03 CT-AllHighGameWhen pic x(8).
            03 CT-AllHighSeries   pic 9(4).
            03 CT-AllHighSeriesWhen pic x(8).
            03 CT-All200          pic 9(4).
            03 CT-AllSeasons      pic 99.
            03 CT-AllAverage      pic 999v99.
            03 CT-Ranked          pic 9.
                88 CareerAlreadyRanked value 1.
    01 NumberOfCareers pic 999 value zero.
    01 FoundCareerIndex pic 999 value zero.
    01 CareersOverflowed pic 9(5) value zero.

    01 CareerRecordsStatus pic xx value spaces.
        88 CareerRecordsNotFound value "35".
        88 EndOfCareerRecords value "10".
    01 CareerParmsStatus pic xx value spaces.
        88 CareerParmsFound value "00".
    01 SeasonArchiveStatus pic xx value spaces.
        88 SeasonArchiveNotFound value "35".
        88 EndOfSeasonArchive value "10".
    01 CareerFoldLogStatus pic xx value spaces.
        88 CareerFoldLogNotFound value "35".
        88 EndOfCareerFoldLog value "10".
    01 GameHistoryStatus pic xx value spaces.
        88 GameHistoryNotFound value "35".
        88 EndOfGameHistory value "10".

    01 RunMode pic x(6) value "REPORT".
        88 RunModeIsFold value "FOLD  ".
        88 RunModeIsReport value "REPORT".
    01 MilestoneInterval pic 9(4) value 500.
    01 AverageMinimum pic 9(4) value 90.
    01 ArchiveFileName pic x(40) value "SeasonArchive.dat".

    01 CurrentDateFields.
        02 CurrentDateYmd pic 9(8).
        02 filler pic x(13).
    01 RunDate pic 9(8) value zero.

    01 ArchiveSeasonDate pic 9(8) value zero.
    01 InStandingsSection pic 9 value zero usage binary.
        88 StandingsSectionOpen value 1.
    01 ArchiveLinesFolded pic 9(4) value zero.
    01 SeasonAlreadyFolded pic 9 value zero usage binary.
        88 SeasonWasFolded value 1.
    01 LineValue pic 9(7) value zero.

    01 LatestNight pic x(8) value spaces.
    01 AsOfText pic x(8) value spaces.

    01 ListTitle pic x(40) value spaces.
    01 ListCode pic 9 value zero.
        88 ListHighGame value 1.
        88 ListHighSeries value 2.
        88 ListMostGames value 3.
        88 ListMost200 value 4.
        88 ListCareerAverage value 5.
    01 RankPosition pic 99 value zero.
    01 BestRankIndex pic 999 value zero.
    01 ScanIdx pic 999 value zero.
    01 RankValue pic 9(7)v99 value zero.
    01 BestRankValue pic 9(7)v99 value zero.
    01 RankWhen pic x(8) value spaces.

    01 PriorGames pic 9(5) value zero.
    01 PriorMilestones pic 9(5) value zero.
    01 AllMilestones pic 9(5) value zero.
    01 MilestoneGame pic 9(5) value zero.
    01 MilestoneCount pic 9(5) value zero.

    01 GamesEdited pic zzzz9 value zero.
    01 PinsEdited pic z(6)9 value zero.
    01 AverageEdited pic zz9.99 value zero.
    01 HighEdited pic zz9 value zero.
    01 SeriesEdited pic zzz9 value zero.
    01 CountEdited pic zzz9 value zero.
    01 SeasonsEdited pic z9 value zero.
    01 RankEdited pic z9 value zero.
    01 ValueEdited pic z(6)9 value zero.

    copy BatchReturnCode.

procedure division.

0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    perform 1500-LoadCareerRecords thru 1500-Exit
*> The master is rewritten whole on a fold, so one that overflows the
*> table is left as it is rather than written back short.
    if CareersOverflowed is greater than zero
        display "CareerRecordsRun: more than 500 careers - "
            CareersOverflowed " not loaded, nothing done"
        set BatchCompletedWithErrors to true
        perform 9000-Terminate thru 9000-Exit
        move BatchReturnCode to return-code
        stop run
    end-if
    if RunModeIsFold
        perform 2000-FoldSeasonArchive thru 2000-Exit
        if BatchCompletedWithErrors
            perform 9000-Terminate thru 9000-Exit
            move BatchReturnCode to return-code
            stop run
        end-if
    else
        perform 3000-AddSeasonInProgress thru 3000-Exit
    end-if
    if CareersOverflowed is greater than zero
        display "CareerRecordsRun: more than 500 careers - "
            CareersOverflowed " bowler(s) left off, nothing done"
        set BatchCompletedWithErrors to true
        perform 9000-Terminate thru 9000-Exit
        move BatchReturnCode to return-code
        stop run
    end-if
    if RunModeIsFold
        perform 2800-RewriteCareerRecords thru 2800-Exit
    end-if
    perform 4000-WriteCareerReport thru 4000-Exit
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
    move BatchReturnCode to return-code
    stop run.

1000-Initialize.
    move function current-date to CurrentDateFields
    move CurrentDateYmd to RunDate

    open input CareerRecordsParms
    if CareerParmsFound
        read CareerRecordsParms
            at end continue
            not at end
                if ParmModeIsFold or ParmModeIsReport
                    move ParmRunMode to RunMode
                end-if
                if ParmMilestoneInterval is numeric
                        and ParmMilestoneInterval is greater than zero
                    move ParmMilestoneInterval to MilestoneInterval
                end-if
                if ParmAverageMinimum is numeric
                    move ParmAverageMinimum to AverageMinimum
                end-if
                if ParmArchiveName not equal to spaces
                    move ParmArchiveName to ArchiveFileName
                end-if
        end-read
        close CareerRecordsParms
    end-if.
1000-Exit.
    exit.

1500-LoadCareerRecords.
    open input CareerRecords
    if CareerRecordsNotFound
        go to 1500-Exit
    end-if
    perform 1550-ReadCareerRecord thru 1550-Exit
    perform with test after until EndOfCareerRecords
        if not EndOfCareerRecords
            if NumberOfCareers is not less than 500
                add 1 to CareersOverflowed
            else
                add 1 to NumberOfCareers
                initialize Career(NumberOfCareers)
                move CR-BowlerName to CT-BowlerName(NumberOfCareers)
                move CR-LifetimeGames to CT-Games(NumberOfCareers)
                move CR-LifetimePins to CT-Pins(NumberOfCareers)
                move CR-HighGame to CT-HighGame(NumberOfCareers)
                move CR-HighGameSeason to CT-HighGameSeason(NumberOfCareers)
                move CR-HighSeries to CT-HighSeries(NumberOfCareers)
                move CR-HighSeriesSeason to CT-HighSeriesSeason(NumberOfCareers)
                move CR-Count200 to CT-Count200(NumberOfCareers)
                move CR-SeasonsBowled to CT-Seasons(NumberOfCareers)
                move CR-FirstSeason to CT-FirstSeason(NumberOfCareers)
                move CR-LastSeason to CT-LastSeason(NumberOfCareers)
            end-if
        end-if
        if not EndOfCareerRecords
            perform 1550-ReadCareerRecord thru 1550-Exit
        end-if
    end-perform
    close CareerRecords.
1500-Exit.
    exit.

1550-ReadCareerRecord.
    read CareerRecords
        at end set EndOfCareerRecords to true
    end-read.
1550-Exit.
    exit.

1600-FindOrAddCareer.
    move zero to FoundCareerIndex
    perform varying CareerIdx from 1 by 1
            until CareerIdx is greater than NumberOfCareers
        if CT-BowlerName(CareerIdx) equal to AR-Name
            move CareerIdx to FoundCareerIndex
        end-if
    end-perform
    if FoundCareerIndex equal to zero
        if NumberOfCareers is not less than 500
            add 1 to CareersOverflowed
            go to 1600-Exit
        end-if
        add 1 to NumberOfCareers
        move NumberOfCareers to FoundCareerIndex
        initialize Career(FoundCareerIndex)
        move AR-Name to CT-BowlerName(FoundCareerIndex)
    end-if.
1600-Exit.
    exit.

*> The closing date comes off the archive's "Season closed" line;
*> the final standings run from the "Final standings" header to the
*> first blank or section line after it.
2000-FoldSeasonArchive.
    open input SeasonArchive
    if SeasonArchiveNotFound
        display "CareerRecordsRun: no " function trim(ArchiveFileName)
            " on file - nothing folded"
        set BatchCompletedWithErrors to true
        go to 2000-Exit
    end-if
    perform 2050-ReadArchiveLine thru 2050-Exit
    if not EndOfSeasonArchive
            and ArchiveLine(1:14) equal to "Season closed "
            and ArchiveLine(15:8) is numeric
        move ArchiveLine(15:8) to ArchiveSeasonDate
    end-if
    if ArchiveSeasonDate equal to zero
        display "CareerRecordsRun: " function trim(ArchiveFileName)
            " carries no season closing date - nothing folded"
        close SeasonArchive
        set BatchCompletedWithErrors to true
        go to 2000-Exit
    end-if

    perform 2100-CheckFoldLog thru 2100-Exit
    if SeasonWasFolded
        display "CareerRecordsRun: season closed " ArchiveSeasonDate
            " is already folded into the career records - nothing folded"
        close SeasonArchive
        set BatchCompletedWithErrors to true
        go to 2000-Exit
    end-if

    perform with test after until EndOfSeasonArchive
        if not EndOfSeasonArchive
            evaluate true
                when ArchiveLine(1:15) equal to "Final standings"
                    move 1 to InStandingsSection
                when ArchiveLine(1:6) equal to "Bowler"
                    continue
                when ArchiveLine equal to spaces
                    move zero to InStandingsSection
                when ArchiveLine(1:13) equal to "Season honors"
                    move zero to InStandingsSection
                when StandingsSectionOpen
                    perform 2200-FoldArchiveLine thru 2200-Exit
                when other
                    continue
            end-evaluate
        end-if
        if not EndOfSeasonArchive
            perform 2050-ReadArchiveLine thru 2050-Exit
        end-if
    end-perform
    close SeasonArchive.
2000-Exit.
    exit.

2050-ReadArchiveLine.
    read SeasonArchive
        at end set EndOfSeasonArchive to true
    end-read.
2050-Exit.
    exit.

2100-CheckFoldLog.
    move zero to SeasonAlreadyFolded
    open input CareerFoldLog
    if CareerFoldLogNotFound
        go to 2100-Exit
    end-if
    perform 2150-ReadFoldLog thru 2150-Exit
    perform with test after until EndOfCareerFoldLog
        if not EndOfCareerFoldLog
                and FL-SeasonDate equal to ArchiveSeasonDate
            move 1 to SeasonAlreadyFolded
        end-if
        if not EndOfCareerFoldLog
            perform 2150-ReadFoldLog thru 2150-Exit
        end-if
    end-perform
    close CareerFoldLog.
2100-Exit.
    exit.

2150-ReadFoldLog.
    read CareerFoldLog
        at end set EndOfCareerFoldLog to true
    end-read.
2150-Exit.
    exit.

*> A bowler on the archive once per league adds each league's games
*> but counts the season only once.
2200-FoldArchiveLine.
    if AR-Name equal to spaces or AR-Games is not numeric
        go to 2200-Exit
    end-if
    perform 1600-FindOrAddCareer thru 1600-Exit
    if FoundCareerIndex equal to zero
        go to 2200-Exit
    end-if
    add 1 to ArchiveLinesFolded

    move AR-Games to LineValue
    add LineValue to CT-Games(FoundCareerIndex)
    if AR-Pins is numeric
        move AR-Pins to LineValue
        add LineValue to CT-Pins(FoundCareerIndex)
    end-if
    if AR-HighGame is numeric
        move AR-HighGame to LineValue
        if LineValue is greater than CT-HighGame(FoundCareerIndex)
            move LineValue to CT-HighGame(FoundCareerIndex)
            move ArchiveSeasonDate to CT-HighGameSeason(FoundCareerIndex)
        end-if
    end-if
    if AR-HighSeries is numeric
        move AR-HighSeries to LineValue
        if LineValue is greater than CT-HighSeries(FoundCareerIndex)
            move LineValue to CT-HighSeries(FoundCareerIndex)
            move ArchiveSeasonDate to CT-HighSeriesSeason(FoundCareerIndex)
        end-if
    end-if
    if AR-Count200 is numeric
        move AR-Count200 to LineValue
        add LineValue to CT-Count200(FoundCareerIndex)
    end-if

    if not SeasonAlreadyCounted(FoundCareerIndex)
        move 1 to CT-CountedSwitch(FoundCareerIndex)
        add 1 to CT-Seasons(FoundCareerIndex)
        if CT-FirstSeason(FoundCareerIndex) equal to zero
                or ArchiveSeasonDate is less than CT-FirstSeason(FoundCareerIndex)
            move ArchiveSeasonDate to CT-FirstSeason(FoundCareerIndex)
        end-if
        if ArchiveSeasonDate is greater than CT-LastSeason(FoundCareerIndex)
            move ArchiveSeasonDate to CT-LastSeason(FoundCareerIndex)
        end-if
    end-if.
2200-Exit.
    exit.

2800-RewriteCareerRecords.
    open output CareerRecords
    perform varying CareerIdx from 1 by 1
            until CareerIdx is greater than NumberOfCareers
        move CT-BowlerName(CareerIdx) to CR-BowlerName
        move CT-Games(CareerIdx) to CR-LifetimeGames
        move CT-Pins(CareerIdx) to CR-LifetimePins
        move CT-HighGame(CareerIdx) to CR-HighGame
        move CT-HighGameSeason(CareerIdx) to CR-HighGameSeason
        move CT-HighSeries(CareerIdx) to CR-HighSeries
        move CT-HighSeriesSeason(CareerIdx) to CR-HighSeriesSeason
        move CT-Count200(CareerIdx) to CR-Count200
        move CT-Seasons(CareerIdx) to CR-SeasonsBowled
        move CT-FirstSeason(CareerIdx) to CR-FirstSeason
        move CT-LastSeason(CareerIdx) to CR-LastSeason
        write CareerRecord
    end-perform
    close CareerRecords

    open extend CareerFoldLog
    if CareerFoldLogNotFound
        open output CareerFoldLog
    end-if
    move spaces to FoldLogRecord
    move ArchiveSeasonDate to FL-SeasonDate
    move RunDate to FL-FoldDate
    move ArchiveLinesFolded to FL-Bowlers
    move ArchiveFileName to FL-ArchiveName
    write FoldLogRecord
    close CareerFoldLog

    display "CareerRecordsRun: season closed " ArchiveSeasonDate
        " folded - " ArchiveLinesFolded " archive line(s)".
2800-Exit.
    exit.

*> The season in progress is read twice: once for the latest night
*> posted, then to total each bowler's season, keeping that night's
*> games apart so a milestone can be dated to the night it fell on.
3000-AddSeasonInProgress.
    open input BowlerGameHistory
    if GameHistoryNotFound
        go to 3000-Exit
    end-if
    perform 3050-ReadGameHistory thru 3050-Exit
    perform with test after until EndOfGameHistory
        if not EndOfGameHistory and GH-GameDate is greater than LatestNight
            move GH-GameDate to LatestNight
        end-if
        if not EndOfGameHistory
            perform 3050-ReadGameHistory thru 3050-Exit
        end-if
    end-perform
    close BowlerGameHistory

    open input BowlerGameHistory
    perform 3050-ReadGameHistory thru 3050-Exit
    perform with test after until EndOfGameHistory
        if not EndOfGameHistory
            perform 3100-AddSeasonGame thru 3100-Exit
        end-if
        if not EndOfGameHistory
            perform 3050-ReadGameHistory thru 3050-Exit
        end-if
    end-perform
    close BowlerGameHistory.
3000-Exit.
    exit.

3050-ReadGameHistory.
    read BowlerGameHistory
        at end set EndOfGameHistory to true
    end-read.
3050-Exit.
    exit.

3100-AddSeasonGame.
    move GH-BowlerName to AR-Name
    perform 1600-FindOrAddCareer thru 1600-Exit
    if FoundCareerIndex equal to zero
        go to 3100-Exit
    end-if

    add 1 to CT-SeasonGames(FoundCareerIndex)
    add GH-GameTotal to CT-SeasonPins(FoundCareerIndex)
    if GH-GameTotal is greater than CT-SeasonHigh(FoundCareerIndex)
        move GH-GameTotal to CT-SeasonHigh(FoundCareerIndex)
    end-if
    if GH-GameTotal is not less than 200
        add 1 to CT-Season200(FoundCareerIndex)
    end-if
    if GH-GameDate equal to LatestNight
        add 1 to CT-NightGames(FoundCareerIndex)
        if GH-GameTotal is greater than CT-NightHigh(FoundCareerIndex)
            move GH-GameTotal to CT-NightHigh(FoundCareerIndex)
        end-if
    else
        if GH-GameTotal is greater than CT-SeasonHighBefore(FoundCareerIndex)
            move GH-GameTotal to CT-SeasonHighBefore(FoundCareerIndex)
        end-if
    end-if

    add GH-GameTotal to CT-SeasonSeriesTotal(FoundCareerIndex)
    add 1 to CT-SeasonSeriesCount(FoundCareerIndex)
    if CT-SeasonSeriesCount(FoundCareerIndex) equal to 3
        if CT-SeasonSeriesTotal(FoundCareerIndex) is greater than
                CT-SeasonHighSeries(FoundCareerIndex)
            move CT-SeasonSeriesTotal(FoundCareerIndex)
                to CT-SeasonHighSeries(FoundCareerIndex)
        end-if
        move zero to CT-SeasonSeriesTotal(FoundCareerIndex)
        move zero to CT-SeasonSeriesCount(FoundCareerIndex)
    end-if.
3100-Exit.
    exit.

4000-WriteCareerReport.
    perform 4050-CombineCareers thru 4050-Exit

    open output CareerReport
    move spaces to ReportLine
    if RunModeIsFold
        string
            "Career records  -  season closed " delimited by size
            ArchiveSeasonDate delimited by size
            " folded in" delimited by size
            into ReportLine
        end-string
    else
        move LatestNight to AsOfText
        if AsOfText equal to spaces
            move "no games" to AsOfText
        end-if
        string
            "Career records  -  closed seasons plus the season in progress"
                delimited by size
            " to " delimited by size
            AsOfText delimited by size
            into ReportLine
        end-string
    end-if
    write ReportLine
    move spaces to ReportLine
    write ReportLine

    move "Bowler                Seasons   Games      Pins  Average  High  Series   200s"
        to ReportLine
    write ReportLine
    perform varying CareerIdx from 1 by 1
            until CareerIdx is greater than NumberOfCareers
        perform 4100-WriteCareerLine thru 4100-Exit
    end-perform
    move spaces to ReportLine
    write ReportLine

    move "House all-time records" to ReportLine
    write ReportLine
    move 1 to ListCode
    move "High game" to ListTitle
    perform 4200-WriteRecordList thru 4200-Exit
    move 2 to ListCode
    move "High series" to ListTitle
    perform 4200-WriteRecordList thru 4200-Exit
    move 3 to ListCode
    move "Most league games" to ListTitle
    perform 4200-WriteRecordList thru 4200-Exit
    move 4 to ListCode
    move "Most 200 games" to ListTitle
    perform 4200-WriteRecordList thru 4200-Exit
    move 5 to ListCode
    move AverageMinimum to GamesEdited
    move spaces to ListTitle
    string
        "Career average (" delimited by size
        function trim(GamesEdited) delimited by size
        " games or more)" delimited by size
        into ListTitle
    end-string
    perform 4200-WriteRecordList thru 4200-Exit

    if RunModeIsReport
        perform 4500-WriteMilestones thru 4500-Exit
    end-if
    close CareerReport.
4000-Exit.
    exit.

*> A career line is the master plus whatever the season in progress
*> has added; a high set this season shows "current" for its season.
4050-CombineCareers.
    perform varying CareerIdx from 1 by 1
            until CareerIdx is greater than NumberOfCareers
        compute CT-AllGames(CareerIdx) =
            CT-Games(CareerIdx) + CT-SeasonGames(CareerIdx)
        compute CT-AllPins(CareerIdx) =
            CT-Pins(CareerIdx) + CT-SeasonPins(CareerIdx)
        compute CT-All200(CareerIdx) =
            CT-Count200(CareerIdx) + CT-Season200(CareerIdx)
        move CT-Seasons(CareerIdx) to CT-AllSeasons(CareerIdx)
        if CT-SeasonGames(CareerIdx) is greater than zero
            add 1 to CT-AllSeasons(CareerIdx)
        end-if
        move CT-HighGame(CareerIdx) to CT-AllHighGame(CareerIdx)
        move CT-HighGameSeason(CareerIdx) to CT-AllHighGameWhen(CareerIdx)
        if CT-SeasonHigh(CareerIdx) is greater than CT-AllHighGame(CareerIdx)
            move CT-SeasonHigh(CareerIdx) to CT-AllHighGame(CareerIdx)
            move "current" to CT-AllHighGameWhen(CareerIdx)
        end-if
        move CT-HighSeries(CareerIdx) to CT-AllHighSeries(CareerIdx)
        move CT-HighSeriesSeason(CareerIdx) to CT-AllHighSeriesWhen(CareerIdx)
        if CT-SeasonHighSeries(CareerIdx) is greater than
                CT-AllHighSeries(CareerIdx)
            move CT-SeasonHighSeries(CareerIdx) to CT-AllHighSeries(CareerIdx)
            move "current" to CT-AllHighSeriesWhen(CareerIdx)
        end-if
        move zero to CT-AllAverage(CareerIdx)
        if CT-AllGames(CareerIdx) is greater than zero
            compute CT-AllAverage(CareerIdx) rounded =
                CT-AllPins(CareerIdx) / CT-AllGames(CareerIdx)
        end-if
    end-perform.
4050-Exit.
    exit.

4100-WriteCareerLine.
    move CT-AllSeasons(CareerIdx) to SeasonsEdited
    move CT-AllGames(CareerIdx) to GamesEdited
    move CT-AllPins(CareerIdx) to PinsEdited
    move CT-AllAverage(CareerIdx) to AverageEdited
    move CT-AllHighGame(CareerIdx) to HighEdited
    move CT-AllHighSeries(CareerIdx) to SeriesEdited
    move CT-All200(CareerIdx) to CountEdited
    move spaces to ReportLine
    string
        CT-BowlerName(CareerIdx) delimited by size
        "     " delimited by size
        SeasonsEdited delimited by size
        "   " delimited by size
        GamesEdited delimited by size
        "   " delimited by size
        PinsEdited delimited by size
        "   " delimited by size
        AverageEdited delimited by size
        "   " delimited by size
        HighEdited delimited by size
        "    " delimited by size
        SeriesEdited delimited by size
        "   " delimited by size
        CountEdited delimited by size
        into ReportLine
    end-string
    write ReportLine.
4100-Exit.
    exit.

*> Five places per list, a pass per place picking the best unranked
*> career; a tie keeps the bowler listed first on the master.
4200-WriteRecordList.
    move ListTitle to ReportLine
    write ReportLine
    perform varying CareerIdx from 1 by 1
            until CareerIdx is greater than NumberOfCareers
        move zero to CT-Ranked(CareerIdx)
    end-perform
    perform varying RankPosition from 1 by 1 until RankPosition is greater than 5
        move zero to BestRankIndex
        move zero to BestRankValue
        perform varying ScanIdx from 1 by 1
                until ScanIdx is greater than NumberOfCareers
            perform 4250-ListValue thru 4250-Exit
            if not CareerAlreadyRanked(ScanIdx) and RankValue is greater than zero
                    and (BestRankIndex equal to zero
                         or RankValue is greater than BestRankValue)
                move ScanIdx to BestRankIndex
                move RankValue to BestRankValue
            end-if
        end-perform
        if BestRankIndex equal to zero
            go to 4200-Exit
        end-if
        move 1 to CT-Ranked(BestRankIndex)
        perform 4300-WriteRecordLine thru 4300-Exit
    end-perform.
4200-Exit.
    exit.

4250-ListValue.
    evaluate true
        when ListHighGame
            move CT-AllHighGame(ScanIdx) to RankValue
        when ListHighSeries
            move CT-AllHighSeries(ScanIdx) to RankValue
        when ListMostGames
            move CT-AllGames(ScanIdx) to RankValue
        when ListMost200
            move CT-All200(ScanIdx) to RankValue
        when ListCareerAverage
            if CT-AllGames(ScanIdx) is less than AverageMinimum
                move zero to RankValue
            else
                move CT-AllAverage(ScanIdx) to RankValue
            end-if
    end-evaluate.
4250-Exit.
    exit.

4300-WriteRecordLine.
    move RankPosition to RankEdited
    move spaces to RankWhen
    evaluate true
        when ListHighGame
            move CT-AllHighGameWhen(BestRankIndex) to RankWhen
        when ListHighSeries
            move CT-AllHighSeriesWhen(BestRankIndex) to RankWhen
    end-evaluate
    move spaces to ReportLine
    if ListCareerAverage
        move BestRankValue to AverageEdited
        string
            "  " delimited by size
            RankEdited delimited by size
            "  " delimited by size
            CT-BowlerName(BestRankIndex) delimited by size
            "  " delimited by size
            AverageEdited delimited by size
            into ReportLine
        end-string
    else
        move BestRankValue to ValueEdited
        string
            "  " delimited by size
            RankEdited delimited by size
            "  " delimited by size
            CT-BowlerName(BestRankIndex) delimited by size
            "  " delimited by size
            ValueEdited delimited by size
            "  " delimited by size
            RankWhen delimited by size
            into ReportLine
        end-string
    end-if
    write ReportLine.
4300-Exit.
    exit.

*> A games milestone is every multiple of the interval the bowler's
*> lifetime count passed on the latest night. A new career high needs
*> a career to beat, so a bowler's first night never counts as one.
4500-WriteMilestones.
    move spaces to ReportLine
    write ReportLine
    move spaces to ReportLine
    string
        "Milestones on " delimited by size
        AsOfText delimited by size
        into ReportLine
    end-string
    write ReportLine

    move zero to MilestoneCount
    perform varying CareerIdx from 1 by 1
            until CareerIdx is greater than NumberOfCareers
        if CT-NightGames(CareerIdx) is greater than zero
            compute PriorGames = CT-AllGames(CareerIdx) - CT-NightGames(CareerIdx)
            compute PriorMilestones = PriorGames / MilestoneInterval
            compute AllMilestones = CT-AllGames(CareerIdx) / MilestoneInterval
            if AllMilestones is greater than PriorMilestones
                compute MilestoneGame = AllMilestones * MilestoneInterval
                move MilestoneGame to GamesEdited
                move spaces to ReportLine
                string
                    "  " delimited by size
                    CT-BowlerName(CareerIdx) delimited by size
                    "  bowled league game number " delimited by size
                    function trim(GamesEdited) delimited by size
                    into ReportLine
                end-string
                write ReportLine
                add 1 to MilestoneCount
            end-if
            if PriorGames is greater than zero
                    and CT-NightHigh(CareerIdx) is greater than CT-HighGame(CareerIdx)
                    and CT-NightHigh(CareerIdx) is greater than
                        CT-SeasonHighBefore(CareerIdx)
                move CT-NightHigh(CareerIdx) to HighEdited
                move spaces to ReportLine
                string
                    "  " delimited by size
                    CT-BowlerName(CareerIdx) delimited by size
                    "  new career high game " delimited by size
                    function trim(HighEdited) delimited by size
                    into ReportLine
                end-string
                write ReportLine
                add 1 to MilestoneCount
            end-if
        end-if
    end-perform
    if MilestoneCount equal to zero
        move "  none" to ReportLine
        write ReportLine
    end-if.
4500-Exit.
    exit.

8000-SetReturnCode.
    if RunModeIsFold and ArchiveLinesFolded equal to zero
        display "CareerRecordsRun: no final standings on "
            function trim(ArchiveFileName) " - season logged with nothing folded"
        set BatchCompletedWithWarnings to true
    else
        set BatchCompletedNormally to true
    end-if.
8000-Exit.
    exit.

9000-Terminate.
    display "CareerRecordsRun: " RunMode " careers " NumberOfCareers
        " folded " ArchiveLinesFolded " milestones " MilestoneCount.
9000-Exit.
    exit.

end program CareerRecordsRun.
