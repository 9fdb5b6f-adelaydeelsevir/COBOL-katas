file-control.
    select DailyScorecards assign to "DailyScorecards.dat"
        organization is line sequential.
    select StandingsReport assign to StandingsReportName
        organization is line sequential.
    select HouseHighGameFile assign to "HouseHighGame.dat"
        organization is line sequential
    select ScorecardSuspense assign to "ScorecardSuspense.dat"
        organization is line sequential
        file status is SuspenseFileStatus.
    select FrameStatisticsReport assign to FrameStatisticsName
        organization is line sequential.
    select HandicapMaster assign to "HandicapMaster.dat"
        organization is line sequential
    select BowlerRoster assign to "BowlerRoster.dat"
        organization is line sequential
        file status is RosterFileStatus.
    select RosterExceptionReport assign to RosterExceptionName
        organization is line sequential.
    select StandingsCheckpoint assign to CheckpointName
        organization is line sequential
        file status is CheckpointFileStatus.
    select PreBowlBank assign to "PreBowlBank.dat"
        organization is line sequential
        file status is PreBowlBankStatus.
    select DuplicatePostingReport assign to DuplicatePostingName
        organization is line sequential.
    select LeagueRunParms assign to "LeagueRunParms.dat"
        organization is line sequential
        file status is LeagueRunParmsStatus.
    select MatchStatus assign to "MatchStatus.dat"
        organization is line sequential
        file status is MatchStatusFileStatus.
    select ForfeitRuleParms assign to "ForfeitRuleParms.dat"
        organization is line sequential
        file status is ForfeitRuleParmsStatus.
    select RunControl assign to "../COBOL-Job-Scheduler/RunControl.dat"
        organization is line sequential
        file status is RunControlStatus.

data division.
file section.
            02 MS-HomeTeamId pic 99.
            02 filler pic x.
            02 MS-AwayTeamId pic 99.
            02 filler pic x.
            02 MS-LanePair pic 99.
            02 filler pic x.
            02 MS-LeagueCode pic x(3).

    fd ScorecardSuspense.
        copy SuspenseRecord.
    fd PreBowlBank.
        01 PreBowlBankLine pic x(119).

    fd DuplicatePostingReport.
        01 DuplicateLine pic x(132).

    fd LeagueRunParms.
        01 LeagueParmRecord.
            02 ParmLeagueCode pic x(3).

    fd MatchStatus.
        copy MatchStatusRecord.

    fd ForfeitRuleParms.
        01 ForfeitRuleRecord.
            02 FR-LeagueCode pic x(3).
            02 filler        pic x.
            02 FR-Points     pic 99.

    fd RunControl.
        copy RunControlRecord.

working-storage section.
    01 Bowlers.
        02 Bowler occurs 1 to 50 times depending on NumberOfBowlers indexed by BowlerIdx.
        88 EndOfHandicapMaster value "10".

    01 RosterEntries.
        02 RosterEntry occurs 1 to 200 times depending on NumberOfRosterEntries
                indexed by RosterIdx.
            03 RE-BowlerId   pic 9(4).
            03 RE-BowlerName pic x(20).
            03 RE-Role       pic x.
                88 RosterEntryIsSubstitute value "S".
            03 RE-SubForId   pic x(4).
    01 NumberOfRosterEntries pic 999 value zero.
    01 RosterLoadedSwitch pic 9 value zero usage binary.
        88 RosterIsLoaded value 1.
    01 FoundRosterIndex pic 999 value zero.
    01 RosterFileStatus pic xx value spaces.
        88 RosterFileNotFound value "35".
        88 EndOfRosterFile value "10".
    01 WeeklyScheduleStatus pic xx value spaces.
        88 WeeklyScheduleNotFound value "35".

    01 LaneAssignments.
        02 LaneAssignment occurs 1 to 500 times depending on NumberOfLaneAssignments
                indexed by AssignmentIdx.
            03 LA-MatchDate  pic x(8).
            03 LA-HomeTeamId pic 99.
            03 LA-AwayTeamId pic 99.
            03 LA-LanePair   pic 99.
    01 NumberOfLaneAssignments pic 999 value zero.
    01 AssignedLanePair pic 99 value zero.
    01 CardLanePair pic 99 value zero.
    01 LaneMismatchCount pic 9(5) value zero.

    01 MatchGameScores.
        02 HomeGameScore pic 9(4) occurs 9 times value zero.
        02 AwayGameScore pic 9(4) occurs 9 times value zero.
    01 AwayMatchPoints pic 99 value zero.
    01 GamesToCompare pic 9 value zero.
    01 GameCompareIdx pic 9 value zero.
    01 MatchGamesDate pic x(8) value spaces.

    01 MatchStatusEntries.
        02 MatchStatusEntry occurs 1 to 500 times depending on NumberOfMatchStatuses
                indexed by MatchStatusIdx.
            03 MT-MatchDate   pic x(8).
            03 MT-HomeTeamId  pic 99.
            03 MT-AwayTeamId  pic 99.
            03 MT-LeagueCode  pic x(3).
            03 MT-Status      pic x.
                88 MatchStatusIsPostponed value "P".
                88 MatchStatusIsForfeited value "F".
            03 MT-MakeupDate  pic x(8).
            03 MT-ForfeitSide pic x.
                88 MatchHomeForfeited value "H".
                88 MatchAwayForfeited value "A".
            03 MT-Outcome     pic x.
                88 MakeupIsPending   value "W".
                88 MakeupIsOverdue   value "O".
                88 MakeupWasPosted   value "M".
                88 ForfeitWasAwarded value "F".
            03 MT-HomePoints  pic 99.
            03 MT-AwayPoints  pic 99.
    01 NumberOfMatchStatuses pic 999 value zero.
    01 FoundMatchStatusIndex pic 999 value zero.
    01 MatchStatusFileStatus pic xx value spaces.
        88 MatchStatusNotFound value "35".
        88 EndOfMatchStatus value "10".
    01 MatchStatusesOverflowed pic 9(5) value zero.
    01 MakeupsOverdue pic 9(5) value zero.
    01 MatchStatusLines pic 999 value zero.
    01 ForfeitSideText pic x(9) value spaces.

    01 ForfeitRules.
        02 ForfeitRule occurs 1 to 20 times depending on NumberOfForfeitRules
                indexed by ForfeitRuleIdx.
            03 FRT-LeagueCode pic x(3).
            03 FRT-Points     pic 99.
    01 NumberOfForfeitRules pic 99 value zero.
    01 ForfeitRuleParmsStatus pic xx value spaces.
        88 ForfeitRuleParmsNotFound value "35".
        88 EndOfForfeitRuleParms value "10".
    01 DefaultForfeitPoints pic 99 value 4.
    01 ForfeitPoints pic 99 value zero.

    01 GameTotal        pic 999 value zero.
    copy FrameResults replacing FrameResults by FrameBreakdown.
    01 RunPostingDate pic 9(8) value zero.
    01 CardGameDate pic 9(8) value zero.
    01 PreBowledCardsBanked pic 9(5) value zero.
    01 AsOfDateText pic x(8) value spaces.
    01 CurrentDateFields.
        02 CurrentDateYmd pic 9(8).
        02 CurrentTimeHms pic 9(6).
        02 filler pic x(7).

*> Reposted corrections arrive merged into the night's cards, marked
*> with their posting source. Every one on the input is counted and
*> its manual total hashed - cards skipped on a checkpoint restart
*> included - so the run-control line written at the end can be tied
*> to what ScorecardCorrectionRun released.
    01 RunControlStatus pic xx value spaces.
        88 RunControlNotFound value "35".
    01 RepostCardsFound pic 9(7) value zero.
    01 RepostScoreHash pic 9(12)v99 value zero.
    01 PinDetailsRead pic 9(5) value zero.
    01 PinDetailsRejected pic 9(5) value zero.
    01 PinDetailsUnmatched pic 9(5) value zero.
        02 CP-TeamRosterSize pic 9.
        02 CP-TeamRosterScores pic x(15).

    01 PostedGames.
        02 PostedGame occurs 1 to 20000 times depending on NumberOfPostedGames
                indexed by PostedIdx.
            03 PG-BowlerName    pic x(20).
            03 PG-GameDate      pic x(8).
            03 PG-LaneNumber    pic 99.
            03 PG-GameNumber    pic 9.
            03 PG-PostingSource pic x.
            03 PG-GameTotal     pic 999.
            03 PG-PostedThisRun pic 9.
    01 NumberOfPostedGames pic 9(5) value zero.
    01 PostedGamesOverflowed pic 9(5) value zero.
    01 FoundPostedIndex pic 9(5) value zero.

    01 GameSequences.
        02 GameSequence occurs 1 to 2000 times depending on NumberOfGameSequences
                indexed by SequenceIdx.
            03 SQ-BowlerName pic x(20).
            03 SQ-GameDate   pic x(8).
            03 SQ-LaneNumber pic 99.
            03 SQ-LastGame   pic 9.
    01 NumberOfGameSequences pic 9(4) value zero.
    01 FoundSequenceIndex pic 9(4) value zero.
    01 SequencesOverflowed pic 9(5) value zero.

    01 PriorCardHeld pic 9 value zero usage binary.
        88 PriorCardWasHeld value 1.
    01 DuplicatesHeld pic 9(5) value zero.
    01 SourceCode pic x value space.
    01 SourceDescription pic x(17) value spaces.
    01 FirstCopySource pic x(17) value spaces.
    01 FirstCopyWhen pic x(12) value spaces.
    01 FirstCopyTotal pic zz9.
    01 SecondCopyTotal pic zz9.

    01 LeagueRunParmsStatus pic xx value spaces.
        88 LeagueRunParmsFound value "00".
    01 RunLeagueCode pic x(3) value spaces.
    01 LeagueSelectedSwitch pic 9 value zero usage binary.
        88 LeagueIsSelected value 1.
    01 OtherLeagueCards pic 9(5) value zero.
    01 StandingsReportName pic x(40) value "StandingsReport.dat".
    01 FrameStatisticsName pic x(40) value "FrameStatisticsReport.dat".
    01 RosterExceptionName pic x(40) value "RosterExceptionReport.dat".
    01 CheckpointName pic x(40) value "SeasonStandingsCheckpoint.dat".
    01 DuplicatePostingName pic x(40) value "DuplicatePostingReport.dat".

    copy BatchReturnCode.

procedure division.
1000-Initialize.
    move function current-date to CurrentDateFields
    move CurrentDateYmd to RunPostingDate
*> Under the nightly scheduler a catch-up night runs as of its own
*> date rather than today's.
    accept AsOfDateText from environment "JOB_AS_OF_DATE"
    if AsOfDateText is numeric
        move AsOfDateText to RunPostingDate
    end-if
    perform 1050-SetLeagueFileNames thru 1050-Exit
    open input DailyScorecards
    open output StandingsReport
    perform 1100-ReadHouseHighGame thru 1100-Exit
    perform 1200-OpenGameHistory thru 1200-Exit
    perform 1300-LoadHandicapMaster thru 1300-Exit
    perform 1400-LoadBowlerRoster thru 1400-Exit
    perform 1460-LoadLaneAssignments thru 1460-Exit
    perform 1470-LoadMatchStatus thru 1470-Exit
    perform 1480-LoadForfeitRules thru 1480-Exit
    perform 1500-RestoreCheckpoint thru 1500-Exit
    open output RosterExceptionReport
    move "Bowler                Lane  Date      Team  Reason" to ExceptionLine
    write ExceptionLine
    open output DuplicatePostingReport
    move "Bowler                Date      Lane Game  First copy                               Second copy"
        to DuplicateLine
    write DuplicateLine.
1000-Exit.
    exit.

*> A center running several leagues off one set of masters names
*> the league for this run on LeagueRunParms.dat. The run then takes
*> only that league's roster rows, schedule lines, handicaps and
*> scorecards, and its reports and checkpoint carry the league code
*> in their names (StandingsReport-TUE.dat) so each league's run
*> leaves its own output. With no parm - or a blank one - every
*> record is taken and the files keep their usual names, which is
*> how a single-league house has always run.
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
    move spaces to FrameStatisticsName
    string
        "FrameStatisticsReport-" delimited by size
        RunLeagueCode delimited by space
        ".dat" delimited by size
        into FrameStatisticsName
    end-string
    move spaces to RosterExceptionName
    string
        "RosterExceptionReport-" delimited by size
        RunLeagueCode delimited by space
        ".dat" delimited by size
        into RosterExceptionName
    end-string
    move spaces to CheckpointName
    string
        "SeasonStandingsCheckpoint-" delimited by size
        RunLeagueCode delimited by space
        ".dat" delimited by size
        into CheckpointName
    end-string
    move spaces to DuplicatePostingName
    string
        "DuplicatePostingReport-" delimited by size
        RunLeagueCode delimited by space
        ".dat" delimited by size
        into DuplicatePostingName
    end-string.
1050-Exit.
    exit.

*> The game-history master accumulates across runs - the same
*> open-extend-or-create handling RecordGameHonors uses for its log -
*> so the front desk can answer for a bowler's whole season without
*> re-feeding every daily scorecard file ever processed.
1200-OpenGameHistory.
    perform 1250-LoadPostedGames thru 1250-Exit
    open extend BowlerGameHistory
    if GameHistoryNotFound
        open output BowlerGameHistory
1200-Exit.
    exit.

*> Every game already on the history master, keyed the way the
*> duplicate check below keys a card: bowler, game date, lane and
*> game number. History posted before game numbers were carried is
*> numbered in posting order, the same way GameHistoryReorg numbers
*> its keyed copy.
1250-LoadPostedGames.
    move zero to NumberOfPostedGames
    open input BowlerGameHistory
    if GameHistoryNotFound
        go to 1250-Exit
    end-if

    perform 1260-ReadPostedGame thru 1260-Exit
    perform with test after until EndOfGameHistory
        if not EndOfGameHistory
            perform 1270-StorePostedGame thru 1270-Exit
            perform 1260-ReadPostedGame thru 1260-Exit
        end-if
    end-perform

    close BowlerGameHistory
    if PostedGamesOverflowed is greater than zero
        display "SeasonStandings: game history exceeds the 20000-game"
            " duplicate-check table - " PostedGamesOverflowed
            " game(s) not checked against"
    end-if.
1250-Exit.
    exit.

1260-ReadPostedGame.
    read BowlerGameHistory
        at end set EndOfGameHistory to true
    end-read.
1260-Exit.
    exit.

1270-StorePostedGame.
    if NumberOfPostedGames equal to 20000
        add 1 to PostedGamesOverflowed
        go to 1270-Exit
    end-if
    add 1 to NumberOfPostedGames
    move GH-BowlerName to PG-BowlerName(NumberOfPostedGames)
    move GH-GameDate to PG-GameDate(NumberOfPostedGames)
    move GH-LaneNumber to PG-LaneNumber(NumberOfPostedGames)
    move GH-PostingSource to PG-PostingSource(NumberOfPostedGames)
    move GH-GameTotal to PG-GameTotal(NumberOfPostedGames)
    move zero to PG-PostedThisRun(NumberOfPostedGames)
    if GH-GameNumber is numeric and GH-GameNumber is greater than zero
        move GH-GameNumber to PG-GameNumber(NumberOfPostedGames)
        go to 1270-Exit
    end-if

    move 1 to PG-GameNumber(NumberOfPostedGames)
    perform varying PostedIdx from 1 by 1
            until PostedIdx is not less than NumberOfPostedGames
        if PG-BowlerName(PostedIdx) equal to GH-BowlerName
                and PG-GameDate(PostedIdx) equal to GH-GameDate
                and PG-LaneNumber(PostedIdx) equal to GH-LaneNumber
                and PG-GameNumber(PostedIdx) is not less than
                    PG-GameNumber(NumberOfPostedGames)
                and PG-GameNumber(PostedIdx) is less than 9
            compute PG-GameNumber(NumberOfPostedGames) = PG-GameNumber(PostedIdx) + 1
        end-if
    end-perform.
1270-Exit.
    exit.

1100-ReadHouseHighGame.
    move zero to HouseHighGame
    open input HouseHighGameFile
*> League rules freeze handicaps weekly: HandicapRecalculation
*> appends an effective-dated average per bowler, and scoring below
*> picks the record in force on each card's game date instead of
*> recomputing a drifting average as cards stream in. A bowler in
*> two leagues has a separate average in each, so a league run takes
*> only its own league's records.
1300-LoadHandicapMaster.
    move zero to NumberOfHandicapEntries
    open input HandicapMaster
    perform 1350-ReadHandicapMaster thru 1350-Exit
    perform with test after until EndOfHandicapMaster
        if not EndOfHandicapMaster and NumberOfHandicapEntries is less than 500
                and (not LeagueIsSelected or HM-LeagueCode equal to RunLeagueCode)
            add 1 to NumberOfHandicapEntries
            move HM-BowlerName to HE-BowlerName(NumberOfHandicapEntries)
            move HM-EffectiveDate to HE-EffectiveDate(NumberOfHandicapEntries)

    perform 1450-ReadRosterRecord thru 1450-Exit
    perform with test after until EndOfRosterFile
        if not EndOfRosterFile and NumberOfRosterEntries is less than 200
                and (not LeagueIsSelected or RO-LeagueCode equal to RunLeagueCode)
            add 1 to NumberOfRosterEntries
            move RO-BowlerId to RE-BowlerId(NumberOfRosterEntries)
            move RO-BowlerName to RE-BowlerName(NumberOfRosterEntries)
1450-Exit.
    exit.

*> LaneAssignmentRun writes each match's lane pair onto the weekly
*> schedule; the assigned pairs are held here so every card can be
*> checked against the pair its team was given for the night. A
*> schedule without pairs (00), an empty one or none at all checks
*> nothing.
1460-LoadLaneAssignments.
    move zero to NumberOfLaneAssignments
    open input WeeklySchedule
    if WeeklyScheduleNotFound
        go to 1460-Exit
    end-if

    perform 3610-ReadSchedule thru 3610-Exit
    if EndOfSchedule
        close WeeklySchedule
        go to 1460-Exit
    end-if
    perform with test after until EndOfSchedule
        if MS-LanePair is numeric
                and MS-LanePair is greater than zero
                and (not LeagueIsSelected or MS-LeagueCode equal to RunLeagueCode)
                and NumberOfLaneAssignments is less than 500
            add 1 to NumberOfLaneAssignments
            move MS-MatchDate to LA-MatchDate(NumberOfLaneAssignments)
            move MS-HomeTeamId to LA-HomeTeamId(NumberOfLaneAssignments)
            move MS-AwayTeamId to LA-AwayTeamId(NumberOfLaneAssignments)
            move MS-LanePair to LA-LanePair(NumberOfLaneAssignments)
        end-if
        perform 3610-ReadSchedule thru 3610-Exit
    end-perform
    close WeeklySchedule.
1460-Exit.
    exit.

*> MatchStatusRun keeps MatchStatus.dat: a scheduled match that was
*> postponed to a makeup night, or forfeited by one side or both.
*> 3650 consults it before scoring each schedule line. A run for one
*> league takes only that league's lines. Lines beyond the table
*> are counted and the run ends with a warning, since those matches
*> are scored as drawn.
1470-LoadMatchStatus.
    move zero to NumberOfMatchStatuses
    open input MatchStatus
    if MatchStatusNotFound
        go to 1470-Exit
    end-if

    perform 1475-ReadMatchStatus thru 1475-Exit
    perform with test after until EndOfMatchStatus
        if not EndOfMatchStatus
                and (not LeagueIsSelected or MX-LeagueCode equal to RunLeagueCode)
            if NumberOfMatchStatuses is less than 500
                add 1 to NumberOfMatchStatuses
                move MX-MatchDate to MT-MatchDate(NumberOfMatchStatuses)
                move MX-HomeTeamId to MT-HomeTeamId(NumberOfMatchStatuses)
                move MX-AwayTeamId to MT-AwayTeamId(NumberOfMatchStatuses)
                move MX-LeagueCode to MT-LeagueCode(NumberOfMatchStatuses)
                move MX-Status to MT-Status(NumberOfMatchStatuses)
                move MX-MakeupDate to MT-MakeupDate(NumberOfMatchStatuses)
                move MX-ForfeitSide to MT-ForfeitSide(NumberOfMatchStatuses)
                move space to MT-Outcome(NumberOfMatchStatuses)
                move zero to MT-HomePoints(NumberOfMatchStatuses)
                move zero to MT-AwayPoints(NumberOfMatchStatuses)
            else
                add 1 to MatchStatusesOverflowed
            end-if
        end-if
        if not EndOfMatchStatus
            perform 1475-ReadMatchStatus thru 1475-Exit
        end-if
    end-perform
    close MatchStatus.
1470-Exit.
    exit.

1475-ReadMatchStatus.
    read MatchStatus
        at end set EndOfMatchStatus to true
    end-read.
1475-Exit.
    exit.

*> Forfeit points are a league rule: ForfeitRuleParms.dat carries a
*> league code and the points the side that showed up is awarded.
*> A line with a blank league code is the house rule for leagues
*> without their own; with no line at all the side that showed takes
*> every game point and the series point (four).
1480-LoadForfeitRules.
    move zero to NumberOfForfeitRules
    open input ForfeitRuleParms
    if ForfeitRuleParmsNotFound
        go to 1480-Exit
    end-if

    perform 1485-ReadForfeitRule thru 1485-Exit
    perform with test after until EndOfForfeitRuleParms
        if not EndOfForfeitRuleParms
                and FR-Points is numeric
                and NumberOfForfeitRules is less than 20
            add 1 to NumberOfForfeitRules
            move FR-LeagueCode to FRT-LeagueCode(NumberOfForfeitRules)
            move FR-Points to FRT-Points(NumberOfForfeitRules)
        end-if
        if not EndOfForfeitRuleParms
            perform 1485-ReadForfeitRule thru 1485-Exit
        end-if
    end-perform
    close ForfeitRuleParms.
1480-Exit.
    exit.

1485-ReadForfeitRule.
    read ForfeitRuleParms
        at end set EndOfForfeitRuleParms to true
    end-read.
1485-Exit.
    exit.

*> On league nights the daily file runs to thousands of cards, and a
*> rerun after an abend used to start from the top and double-post
*> everything. The checkpoint file carries the card position and the
2000-ProcessScorecards.
    perform 2100-ReadScorecard thru 2100-Exit
    perform with test after until EndOfScorecards
        if not EndOfScorecards and not RecordIsPinDetail
            perform 2190-AssignGameNumber thru 2190-Exit
            if PostedFromCorrection
                add 1 to RepostCardsFound
                if SC-ManualTotal is numeric
                    add SC-ManualTotal to RepostScoreHash
                end-if
            end-if
        end-if
        if CardsToSkip is greater than zero
            subtract 1 from CardsToSkip
        else
2100-Exit.
    exit.

*> A bowler's games on one lane and night are numbered in the order
*> their cards arrive, unless the card already carries its number
*> (console imports, reposted corrections and released pre-bowls do).
*> Cards skipped on a checkpoint restart are still numbered, so the
*> count picks up where the abended run left it.
2190-AssignGameNumber.
    if SC-GameNumber is numeric and SC-GameNumber is greater than zero
        go to 2190-Exit
    end-if

    move zero to FoundSequenceIndex
    perform varying SequenceIdx from 1 by 1
            until SequenceIdx is greater than NumberOfGameSequences
        if SQ-BowlerName(SequenceIdx) equal to SC-BowlerName
                and SQ-GameDate(SequenceIdx) equal to SC-GameDate
                and SQ-LaneNumber(SequenceIdx) equal to SC-LaneNumber
            set FoundSequenceIndex to SequenceIdx
        end-if
    end-perform

    if FoundSequenceIndex equal to zero
        if NumberOfGameSequences equal to 2000
            add 1 to SequencesOverflowed
            move zero to SC-GameNumber
            go to 2190-Exit
        end-if
        add 1 to NumberOfGameSequences
        move NumberOfGameSequences to FoundSequenceIndex
        move SC-BowlerName to SQ-BowlerName(FoundSequenceIndex)
        move SC-GameDate to SQ-GameDate(FoundSequenceIndex)
        move SC-LaneNumber to SQ-LaneNumber(FoundSequenceIndex)
        move zero to SQ-LastGame(FoundSequenceIndex)
    end-if
    if SQ-LastGame(FoundSequenceIndex) is less than 9
        add 1 to SQ-LastGame(FoundSequenceIndex)
    end-if
    move SQ-LastGame(FoundSequenceIndex) to SC-GameNumber.
2190-Exit.
    exit.

2200-ScoreOneCard.
    if EndOfScorecards
        go to 2200-Exit
    end-if
    move zero to PriorCardScored

*> On a league run, cards belonging to the center's other leagues
*> are passed over (with any pin detail behind them) for those
*> leagues' own runs to post. A card keyed without a league code is
*> taken as this league's.
    move zero to PriorCardHeld
    if LeagueIsSelected
            and SC-LeagueCode not equal to spaces
            and SC-LeagueCode not equal to RunLeagueCode
        add 1 to OtherLeagueCards
        move 1 to PriorCardHeld
        move zero to PriorCardBanked
        go to 2200-Exit
    end-if

*> A card keyed with a future game date is a pre-bowl: the bowler
*> rolled their games ahead of a night they will miss. Posting it
*> tonight would land it on the wrong date and outside the weekly
    end-if
    move zero to PriorCardBanked

*> The same game can arrive by more than one route - the night's
*> cards, a correction reposted by ScorecardCorrectionRun, a pre-bowl
*> released by PreBowlReleaseRun, a console import. A second posting
*> of a game already on the history master (or posted earlier in
*> this run) is held on suspense, not posted, and listed with where
*> each copy came from.
    move zero to PriorCardHeld
    if SC-ScoreCard(1:6) not equal to "ABSENT"
        perform 2230-CheckDuplicatePosting thru 2230-Exit
        if FoundPostedIndex is not equal to zero
            perform 2240-HoldDuplicatePosting thru 2240-Exit
            go to 2200-Exit
        end-if
    end-if

    if RosterIsLoaded
        perform 2205-ValidateAgainstRoster thru 2205-Exit
        if FoundRosterIndex equal to zero
        end-if
    end-if

    perform 2208-CheckAssignedLane thru 2208-Exit

    if SC-ScoreCard(1:6) equal to "ABSENT"
        perform 2260-InsertBlindScore thru 2260-Exit
        go to 2200-Exit
2207-Exit.
    exit.

*> A card bowled off the lane pair its match was assigned is only
*> flagged, not held: the game was bowled and counts, but the desk
*> needs to know the pairing sheet and the lanes disagreed.
2208-CheckAssignedLane.
    move zero to AssignedLanePair
    perform varying AssignmentIdx from 1 by 1
            until AssignmentIdx is greater than NumberOfLaneAssignments
        if LA-MatchDate(AssignmentIdx) equal to SC-GameDate
                and (LA-HomeTeamId(AssignmentIdx) equal to SC-TeamId
                    or LA-AwayTeamId(AssignmentIdx) equal to SC-TeamId)
            move LA-LanePair(AssignmentIdx) to AssignedLanePair
        end-if
    end-perform
    if AssignedLanePair equal to zero
        go to 2208-Exit
    end-if

    compute CardLanePair = (SC-LaneNumber + 1) / 2
    if CardLanePair equal to AssignedLanePair
        go to 2208-Exit
    end-if

    add 1 to LaneMismatchCount
    move spaces to ExceptionLine
    string
        SC-BowlerName delimited by size
        "  " delimited by size
        SC-LaneNumber delimited by size
        "    " delimited by size
        SC-GameDate delimited by size
        "  " delimited by size
        SC-TeamId delimited by size
        "    LANE NOT ON ASSIGNED PAIR " delimited by size
        AssignedLanePair delimited by size
        into ExceptionLine
    end-string
    write ExceptionLine.
2208-Exit.
    exit.

*> A rejected card is parked on the suspense file instead of being
*> dropped on the floor: the desk fixes the card and resubmits it
*> through ScorecardCorrectionRun, which posts it after the fact and
    move SC-ScoreCard to SU-ScoreCard
    move BadFrameNumber to SU-BadFrame
    move "INVALID FRAME" to SU-Reason
    move SC-GameNumber to SU-GameNumber
    perform 2212-SetSuspenseLeague thru 2212-Exit
    write SuspenseRecord
    close ScorecardSuspense.
2210-Exit.
    exit.

2212-SetSuspenseLeague.
    move SC-LeagueCode to SU-LeagueCode
    if SU-LeagueCode equal to spaces
        move RunLeagueCode to SU-LeagueCode
    end-if.
2212-Exit.
    exit.

2215-BankPreBowledCard.
    add 1 to PreBowledCardsBanked
    move 1 to PriorCardBanked
2217-Exit.
    exit.

2230-CheckDuplicatePosting.
    move zero to FoundPostedIndex
    if SC-GameNumber is not numeric or SC-GameNumber equal to zero
        go to 2230-Exit
    end-if
    perform varying PostedIdx from 1 by 1
            until PostedIdx is greater than NumberOfPostedGames
                or FoundPostedIndex is not equal to zero
        if PG-BowlerName(PostedIdx) equal to SC-BowlerName
                and PG-GameDate(PostedIdx) equal to SC-GameDate
                and PG-LaneNumber(PostedIdx) equal to SC-LaneNumber
                and PG-GameNumber(PostedIdx) equal to SC-GameNumber
            set FoundPostedIndex to PostedIdx
        end-if
    end-perform.
2230-Exit.
    exit.

2240-HoldDuplicatePosting.
    add 1 to DuplicatesHeld
    move 1 to PriorCardHeld
    display "SeasonStandings: duplicate posting held for "
        function trim(SC-BowlerName) " lane " SC-LaneNumber
        " date " SC-GameDate " game " SC-GameNumber

    open extend ScorecardSuspense
    if SuspenseFileNotFound
        open output ScorecardSuspense
    end-if
    move SC-BowlerName to SU-BowlerName
    move SC-LaneNumber to SU-LaneNumber
    move SC-GameDate to SU-GameDate
    move SC-TeamId to SU-TeamId
    move SC-ManualTotal to SU-ManualTotal
    move SC-ScoreCard to SU-ScoreCard
    move zero to SU-BadFrame
    move "DUPLICATE POSTING" to SU-Reason
    move SC-GameNumber to SU-GameNumber
    perform 2212-SetSuspenseLeague thru 2212-Exit
    write SuspenseRecord
    close ScorecardSuspense

    move PG-PostingSource(FoundPostedIndex) to SourceCode
    perform 2245-DescribeSource thru 2245-Exit
    move SourceDescription to FirstCopySource
    if PG-PostedThisRun(FoundPostedIndex) equal to 1
        move "(this run)" to FirstCopyWhen
    else
        move "(on history)" to FirstCopyWhen
    end-if
    move PG-GameTotal(FoundPostedIndex) to FirstCopyTotal
    move SC-PostingSource to SourceCode
    perform 2245-DescribeSource thru 2245-Exit
    move SC-ManualTotal to SecondCopyTotal

    move spaces to DuplicateLine
    string
        SC-BowlerName delimited by size
        "  " delimited by size
        SC-GameDate delimited by size
        "  " delimited by size
        SC-LaneNumber delimited by size
        "    " delimited by size
        SC-GameNumber delimited by size
        "    " delimited by size
        FirstCopySource delimited by size
        " " delimited by size
        FirstCopyWhen delimited by size
        " total " delimited by size
        FirstCopyTotal delimited by size
        "  " delimited by size
        SourceDescription delimited by size
        " keyed " delimited by size
        SecondCopyTotal delimited by size
        " - HELD ON SUSPENSE" delimited by size
        into DuplicateLine
    end-string
    write DuplicateLine.
2240-Exit.
    exit.

2245-DescribeSource.
    evaluate SourceCode
        when "C"
            move "CORRECTION REPOST" to SourceDescription
        when "P"
            move "PRE-BOWL RELEASE" to SourceDescription
        when "I"
            move "CONSOLE IMPORT" to SourceDescription
        when other
            move "DAILY SCORECARDS" to SourceDescription
    end-evaluate.
2245-Exit.
    exit.

2250-WriteGameHistory.
    move SC-BowlerName to GH-BowlerName
    move SC-GameDate to GH-GameDate
    move SC-LaneNumber to GH-LaneNumber
    move GameTotal to GH-GameTotal
    move HandicappedScore to GH-HandicappedScore
    move SC-GameNumber to GH-GameNumber
    if PostedFromDailyCards
        move "D" to GH-PostingSource
    else
        move SC-PostingSource to GH-PostingSource
    end-if
    move SC-LeagueCode to GH-LeagueCode
    if GH-LeagueCode equal to spaces
        move RunLeagueCode to GH-LeagueCode
    end-if
    write GameHistoryRecord

    if NumberOfPostedGames equal to 20000
        add 1 to PostedGamesOverflowed
        go to 2250-Exit
    end-if
    add 1 to NumberOfPostedGames
    move GH-BowlerName to PG-BowlerName(NumberOfPostedGames)
    move GH-GameDate to PG-GameDate(NumberOfPostedGames)
    move GH-LaneNumber to PG-LaneNumber(NumberOfPostedGames)
    move GH-GameNumber to PG-GameNumber(NumberOfPostedGames)
    move GH-PostingSource to PG-PostingSource(NumberOfPostedGames)
    move GH-GameTotal to PG-GameTotal(NumberOfPostedGames)
    move 1 to PG-PostedThisRun(NumberOfPostedGames).
2250-Exit.
    exit.

        perform 2217-BankPreBowledDetail thru 2217-Exit
        go to 2280-Exit
    end-if
    if PriorCardWasHeld
        go to 2280-Exit
    end-if
    add 1 to PinDetailsRead
    if not PriorCardWasScored
        add 1 to PinDetailsUnmatched
    exit.

3000-WriteStandings.
    if LeagueIsSelected
        move spaces to ReportLine
        string
            "League " delimited by size
            RunLeagueCode delimited by size
            into ReportLine
        end-string
        write ReportLine
    end-if
    move "Bowler                Games   Total   Average   Best Series   Hcp Total" to ReportLine
    write ReportLine

    perform 3500-WriteTeamStandings thru 3500-Exit
    perform 3600-ComputeMatchPoints thru 3600-Exit
    perform 3700-WriteMatchStandings thru 3700-Exit
    perform 3750-WriteMatchStatus thru 3750-Exit
    perform 3800-WriteFrameStatistics thru 3800-Exit.
3000-Exit.
    exit.
3610-Exit.
    exit.

*> A match on MatchStatus.dat is not scored off its own date. A
*> forfeit is settled by the league's forfeit rule (3670). A
*> postponed match is scored off the games both teams bowl on the
*> makeup date; until both sides' makeup cards are in, its points
*> stay pending, and once they are the points count towards the
*> standings as the original week's result.
3650-ScoreOneMatch.
    if EndOfSchedule
        go to 3650-Exit
    end-if
    if LeagueIsSelected and MS-LeagueCode not equal to RunLeagueCode
        go to 3650-Exit
    end-if

    perform 3640-FindMatchStatus thru 3640-Exit
    move MS-MatchDate to MatchGamesDate
    if FoundMatchStatusIndex is greater than zero
        if MatchStatusIsForfeited(FoundMatchStatusIndex)
            perform 3670-AwardForfeit thru 3670-Exit
            go to 3650-Exit
        end-if
        move MT-MakeupDate(FoundMatchStatusIndex) to MatchGamesDate
    end-if

    move zero to HomeGameCount
    move zero to AwayGameCount
    perform varying LaneGameIdx from 1 by 1
            until LaneGameIdx is greater than NumberOfLaneGames
        if LG-GameDate(LaneGameIdx) equal to MatchGamesDate
            if LG-TeamId(LaneGameIdx) equal to MS-HomeTeamId
                    and HomeGameCount is less than 9
                add 1 to HomeGameCount
        end-if
    end-perform

    if FoundMatchStatusIndex is greater than zero
            and (HomeGameCount equal to zero or AwayGameCount equal to zero)
        if MT-MakeupDate(FoundMatchStatusIndex) is less than RunPostingDate
            set MakeupIsOverdue(FoundMatchStatusIndex) to true
            add 1 to MakeupsOverdue
        else
            set MakeupIsPending(FoundMatchStatusIndex) to true
        end-if
        go to 3650-Exit
    end-if

    *> Only games both sides actually bowled are compared; a tied
    *> game (or tied series) awards no point to either team.
    move HomeGameCount to GamesToCompare
        end-if
    end-if

    if FoundMatchStatusIndex is greater than zero
        set MakeupWasPosted(FoundMatchStatusIndex) to true
        move HomeMatchPoints to MT-HomePoints(FoundMatchStatusIndex)
        move AwayMatchPoints to MT-AwayPoints(FoundMatchStatusIndex)
    end-if
    perform 3660-PostMatchPoints thru 3660-Exit.
3650-Exit.
    exit.

3640-FindMatchStatus.
    move zero to FoundMatchStatusIndex
    perform varying MatchStatusIdx from 1 by 1
            until MatchStatusIdx is greater than NumberOfMatchStatuses
        if MT-MatchDate(MatchStatusIdx) equal to MS-MatchDate
                and MT-HomeTeamId(MatchStatusIdx) equal to MS-HomeTeamId
                and MT-AwayTeamId(MatchStatusIdx) equal to MS-AwayTeamId
                and MT-LeagueCode(MatchStatusIdx) equal to MS-LeagueCode
            move MatchStatusIdx to FoundMatchStatusIndex
        end-if
    end-perform.
3640-Exit.
    exit.

3660-PostMatchPoints.
    move MS-HomeTeamId to TeamIdToFind
    perform 2400-FindOrAddTeam thru 2400-Exit
    add HomeMatchPoints to T-MatchPoints(FoundTeamIndex)
    move MS-AwayTeamId to TeamIdToFind
    perform 2400-FindOrAddTeam thru 2400-Exit
    add AwayMatchPoints to T-MatchPoints(FoundTeamIndex).
3660-Exit.
    exit.

*> The side that showed takes the league's forfeit points and the
*> side that forfeited takes none; a double forfeit scores nothing
*> for either. The league's own rule line is used if there is one,
*> then the house line with a blank league code, then the default.
3670-AwardForfeit.
    move DefaultForfeitPoints to ForfeitPoints
    perform varying ForfeitRuleIdx from 1 by 1
            until ForfeitRuleIdx is greater than NumberOfForfeitRules
        if FRT-LeagueCode(ForfeitRuleIdx) equal to spaces
            move FRT-Points(ForfeitRuleIdx) to ForfeitPoints
        end-if
    end-perform
    perform varying ForfeitRuleIdx from 1 by 1
            until ForfeitRuleIdx is greater than NumberOfForfeitRules
        if FRT-LeagueCode(ForfeitRuleIdx) equal to MS-LeagueCode
            move FRT-Points(ForfeitRuleIdx) to ForfeitPoints
        end-if
    end-perform

    move zero to HomeMatchPoints
    move zero to AwayMatchPoints
    if MatchHomeForfeited(FoundMatchStatusIndex)
        move ForfeitPoints to AwayMatchPoints
    end-if
    if MatchAwayForfeited(FoundMatchStatusIndex)
        move ForfeitPoints to HomeMatchPoints
    end-if

    set ForfeitWasAwarded(FoundMatchStatusIndex) to true
    move HomeMatchPoints to MT-HomePoints(FoundMatchStatusIndex)
    move AwayMatchPoints to MT-AwayPoints(FoundMatchStatusIndex)
    perform 3660-PostMatchPoints thru 3660-Exit.
3670-Exit.
    exit.

*> Registered substitutes accumulate games-played history of their
3700-Exit.
    exit.

*> Postponements and forfeits follow the match-point table. These
*> lines are indented so nothing reading the table for "Team " lines
*> mistakes them for teams. A status line whose match is no longer on
*> the schedule is left out.
3750-WriteMatchStatus.
    move zero to MatchStatusLines
    perform varying MatchStatusIdx from 1 by 1
            until MatchStatusIdx is greater than NumberOfMatchStatuses
        if MT-Outcome(MatchStatusIdx) not equal to space
            if MatchStatusLines equal to zero
                move spaces to ReportLine
                write ReportLine
                move "Match status" to ReportLine
                write ReportLine
            end-if
            add 1 to MatchStatusLines
            perform 3760-WriteMatchStatusLine thru 3760-Exit
        end-if
    end-perform.
3750-Exit.
    exit.

3760-WriteMatchStatusLine.
    move spaces to ReportLine
    evaluate true
        when MakeupIsPending(MatchStatusIdx)
            string
                "  Postponed " delimited by size
                MT-MatchDate(MatchStatusIdx) delimited by size
                "  " delimited by size
                MT-HomeTeamId(MatchStatusIdx) delimited by size
                " v " delimited by size
                MT-AwayTeamId(MatchStatusIdx) delimited by size
                "  makeup " delimited by size
                MT-MakeupDate(MatchStatusIdx) delimited by size
                "  points pending" delimited by size
                into ReportLine
            end-string
        when MakeupIsOverdue(MatchStatusIdx)
            string
                "  Postponed " delimited by size
                MT-MatchDate(MatchStatusIdx) delimited by size
                "  " delimited by size
                MT-HomeTeamId(MatchStatusIdx) delimited by size
                " v " delimited by size
                MT-AwayTeamId(MatchStatusIdx) delimited by size
                "  makeup " delimited by size
                MT-MakeupDate(MatchStatusIdx) delimited by size
                "  OVERDUE - no makeup games" delimited by size
                into ReportLine
            end-string
        when MakeupWasPosted(MatchStatusIdx)
            string
                "  Made up   " delimited by size
                MT-MatchDate(MatchStatusIdx) delimited by size
                "  " delimited by size
                MT-HomeTeamId(MatchStatusIdx) delimited by size
                " v " delimited by size
                MT-AwayTeamId(MatchStatusIdx) delimited by size
                "  bowled " delimited by size
                MT-MakeupDate(MatchStatusIdx) delimited by size
                "  points " delimited by size
                MT-HomePoints(MatchStatusIdx) delimited by size
                "-" delimited by size
                MT-AwayPoints(MatchStatusIdx) delimited by size
                into ReportLine
            end-string
        when ForfeitWasAwarded(MatchStatusIdx)
            evaluate true
                when MatchHomeForfeited(MatchStatusIdx)
                    move "by home" to ForfeitSideText
                when MatchAwayForfeited(MatchStatusIdx)
                    move "by away" to ForfeitSideText
                when other
                    move "by both" to ForfeitSideText
            end-evaluate
            string
                "  Forfeit   " delimited by size
                MT-MatchDate(MatchStatusIdx) delimited by size
                "  " delimited by size
                MT-HomeTeamId(MatchStatusIdx) delimited by size
                " v " delimited by size
                MT-AwayTeamId(MatchStatusIdx) delimited by size
                "  " delimited by size
                ForfeitSideText delimited by size
                "        points " delimited by size
                MT-HomePoints(MatchStatusIdx) delimited by size
                "-" delimited by size
                MT-AwayPoints(MatchStatusIdx) delimited by size
                into ReportLine
            end-string
    end-evaluate
    write ReportLine.
3760-Exit.
    exit.

7000-WriteCheckpoint.
    open output StandingsCheckpoint
    move spaces to CheckpointLine
        display "SeasonStandings: " PreBowledCardsBanked
            " pre-bowled card(s) parked on the pre-bowl bank"
    end-if
    if LaneMismatchCount is greater than zero
        display "SeasonStandings: " LaneMismatchCount
            " card(s) bowled off their assigned lane pair"
    end-if
    if DuplicatesHeld is greater than zero
        display "SeasonStandings: " DuplicatesHeld
            " duplicate posting(s) held on suspense"
    end-if
    if OtherLeagueCards is greater than zero
        display "SeasonStandings: " OtherLeagueCards
            " card(s) for other leagues left for their own runs"
    end-if
    if SequencesOverflowed is greater than zero
        display "SeasonStandings: " SequencesOverflowed
            " card(s) could not be given a game number and were not"
            " checked for duplicate posting"
    end-if
    if MatchStatusesOverflowed is greater than zero
        display "SeasonStandings: " MatchStatusesOverflowed
            " match status line(s) beyond the table - matches scored as drawn"
    end-if
    if MakeupsOverdue is greater than zero
        display "SeasonStandings: " MakeupsOverdue
            " makeup date(s) passed with no makeup games posted"
    end-if
    if RejectedCardCount is greater than zero or ReconciliationMismatches is greater than zero
            or UnmatchedCardCount is greater than zero
            or LaneGamesOverflowed is greater than zero
            or PinDetailsRejected is greater than zero
            or PinDetailsUnmatched is greater than zero
            or LaneMismatchCount is greater than zero
            or DuplicatesHeld is greater than zero
            or PostedGamesOverflowed is greater than zero
            or SequencesOverflowed is greater than zero
            or MatchStatusesOverflowed is greater than zero
            or MakeupsOverdue is greater than zero
        set BatchCompletedWithWarnings to true
    else
        set BatchCompletedNormally to true
    close StandingsReport
    close BowlerGameHistory
    close RosterExceptionReport
    close DuplicatePostingReport
    perform 9100-WriteHouseHighGame thru 9100-Exit
    perform 9200-WriteRunControl thru 9200-Exit.
9000-Exit.
    exit.

9100-Exit.
    exit.

*> A consumer's line counts the feed records it found on its input;
*> what became of each card is on the standings and suspense reports.
9200-WriteRunControl.
    open extend RunControl
    if RunControlNotFound
        open output RunControl
    end-if
    move function current-date to CurrentDateFields
    move spaces to RunControlRecord
    move CurrentDateYmd to CT-RunDate
    move CurrentTimeHms to CT-RunTime
    move "SeasonStandings" to CT-ProgramName
    set ControlIsForInput to true
    move "RepostScorecards.dat" to CT-FileName
    move RepostCardsFound to CT-RecordsIn
    move zero to CT-RecordsOut
    move zero to CT-RecordsRejected
    move RepostScoreHash to CT-HashTotal
    write RunControlRecord
    close RunControl.
9200-Exit.
    exit.

end program SeasonStandings.
