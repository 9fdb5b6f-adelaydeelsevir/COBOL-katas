*> Like SeasonCloseRun, the run refuses to declare anything while
*> rejected cards still sit on the suspense file - an award decided
*> with games missing would just be re-argued at the banquet.
*>
*> Each league in the center holds its own banquet. When
*> LeagueRunParms.dat names a league, only that league's games and
*> handicap records are used (so a bowler in two leagues is ranked
*> in each on that league's average alone), only suspense items for
*> that league - or carrying no league - hold the run up, and the
*> report is written as SeasonAwardsReport-<league>.dat.

environment division.
configuration section.
    select AwardRulesParms assign to "AwardRulesParms.dat"
        organization is line sequential
        file status is AwardRulesParmsStatus.
    select AwardsReport assign to AwardsReportName
        organization is line sequential.
    select LeagueRunParms assign to "LeagueRunParms.dat"
        organization is line sequential
        file status is LeagueRunParmsStatus.

data division.
file section.
    fd AwardsReport.
        01 ReportLine pic x(100).

    fd LeagueRunParms.
        01 LeagueParmRecord.
            02 ParmLeagueCode pic x(3).

working-storage section.
    01 AwardBowlers.
        02 AwardBowler occurs 1 to 50 times depending on NumberOfBowlers
        88 EndOfHandicapMaster value "10".
    01 AwardRulesParmsStatus pic xx value spaces.
        88 AwardRulesParmsFound value "00".
    01 LeagueRunParmsStatus pic xx value spaces.
        88 LeagueRunParmsFound value "00".
    01 RunLeagueCode pic x(3) value spaces.
    01 LeagueSelectedSwitch pic 9 value zero usage binary.
        88 LeagueIsSelected value 1.
    01 AwardsReportName pic x(40) value "SeasonAwardsReport.dat".

    01 UnresolvedSuspenseItems pic 9(5) value zero.

    stop run.

1000-Initialize.
    perform 1050-SetLeagueFileNames thru 1050-Exit
    open input AwardRulesParms
    if AwardRulesParmsFound
        read AwardRulesParms
        into ReportLine
    end-string
    write ReportLine
    if LeagueIsSelected
        move spaces to ReportLine
        string
            "League " delimited by size
            RunLeagueCode delimited by size
            into ReportLine
        end-string
        write ReportLine
    end-if
    move spaces to ReportLine
    write ReportLine.
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
    move spaces to AwardsReportName
    string
        "SeasonAwardsReport-" delimited by size
        RunLeagueCode delimited by space
        ".dat" delimited by size
        into AwardsReportName
    end-string.
1050-Exit.
    exit.

*> Same completeness gate SeasonCloseRun applies: an open suspense
*> item is a game missing from somebody's season.
1500-CheckSuspenseFile.
    perform 1550-ReadSuspenseItem thru 1550-Exit
    perform with test after until EndOfSuspenseFile
        if not EndOfSuspenseFile
                and (not LeagueIsSelected or SU-LeagueCode equal to spaces
                     or SU-LeagueCode equal to RunLeagueCode)
            add 1 to UnresolvedSuspenseItems
        end-if
        if not EndOfSuspenseFile
    exit.

2200-AccumulateOneGame.
    if LeagueIsSelected and GH-LeagueCode not equal to RunLeagueCode
        go to 2200-Exit
    end-if
    move zero to FoundBowlerIndex
    perform varying BowlerIdx from 1 by 1
            until BowlerIdx is greater than NumberOfBowlers
    exit.

2600-NoteBaseAverage.
    if LeagueIsSelected and HM-LeagueCode not equal to RunLeagueCode
        go to 2600-Exit
    end-if
    perform varying BowlerIdx from 1 by 1
            until BowlerIdx is greater than NumberOfBowlers
        if AW-Name(BowlerIdx) equal to HM-BowlerName
