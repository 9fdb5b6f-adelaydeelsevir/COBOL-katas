identification division.
program-id. ScorecardGenerator.

*> Synthetic scorecard generator for volume runs of SeasonStandings.
*> DailyScorecards.dat has only ever held a handful of hand-keyed
*> lines, so nothing had tried a full season, the 50-bowler table or
*> every strike and spare combination. This run lays out a league
*> from ScorecardGenParms.dat - how many bowlers, how many to a
*> team, how many nights from which start date and how many games a
*> night - and bowls every game from a seeded random stream, so the
*> same seed gives the same season every time:
*>   GeneratedScorecards.dat        the cards, in the desk "|"/"||"
*>                                  layout, the kiosk ","/";;" one or
*>                                  a mix of both, each valid card
*>                                  followed by a *PINDTL* pin-leave
*>                                  line at the rate asked for
*>   GeneratedScorecardAnswers.dat  one line per card with its true
*>                                  frame scores and total, or the
*>                                  frame a malformed card must be
*>                                  sent to suspense for, and a
*>                                  *TOTAL* line of the counts
*>   GeneratedRoster.dat            the bowlers and teams, laid out
*>   GeneratedSchedule.dat          as BowlerRoster.dat and
*>                                  WeeklySchedule.dat are, with each
*>                                  match's lane pair
*> so a scratch copy of the league files built from these is a
*> ready-made volume run whose results can be checked line by line.
*>
*> The first cards of every run are the edge games - a perfect
*> game, a gutter game, all spares, the Dutch 200 and so on - and
*> the rest are drawn a frame at a time, a strike, spare or open
*> frame equally often, the tenth frame's bonus balls included. A
*> malformed card, at the rate asked for, has one frame made bad -
*> more than ten pins, a spare on the first ball or a character that
*> is no ball at all - and its answer line names that frame. Bonus
*> balls are written as pin counts, never "/", the way the scoring
*> routine reads them.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
file-control.
    select ScorecardGenParms assign to "ScorecardGenParms.dat"
        organization is line sequential
        file status is ScorecardGenParmsStatus.
    select GeneratedScorecards assign to "GeneratedScorecards.dat"
        organization is line sequential
        file status is GeneratedScorecardsStatus.
    select GeneratedAnswers assign to "GeneratedScorecardAnswers.dat"
        organization is line sequential
        file status is GeneratedAnswersStatus.
    select GeneratedRoster assign to "GeneratedRoster.dat"
        organization is line sequential
        file status is GeneratedRosterStatus.
    select GeneratedSchedule assign to "GeneratedSchedule.dat"
        organization is line sequential
        file status is GeneratedScheduleStatus.

data division.
file section.
    fd ScorecardGenParms.
        01 ScorecardGenParmRecord.
            02 ParmSeed            pic 9(9).
            02 filler              pic x.
            02 ParmBowlers         pic 999.
            02 filler              pic x.
            02 ParmTeamSize        pic 9.
            02 filler              pic x.
            02 ParmNights          pic 99.
            02 filler              pic x.
            02 ParmGamesPerNight   pic 9.
            02 filler              pic x.
            02 ParmSeasonStart     pic 9(8).
            02 filler              pic x.
            02 ParmCardFormat      pic x.
            02 filler              pic x.
            02 ParmPinDetailRate   pic 999.
            02 filler              pic x.
            02 ParmMalformedRate   pic 999.
            02 filler              pic x.
            02 ParmLeagueCode      pic x(3).

    fd GeneratedScorecards.
        copy ScorecardRecord.
        copy PinDetailRecord.

*> One line per card in the order the cards were written; a card
*> that must go to suspense carries SUSPENSE and its bad frame, one
*> that must score carries its ten frame scores and total.
    fd GeneratedAnswers.
        01 ScorecardAnswerRecord.
            02 SA-CardNumber  pic 9(6).
            02 filler         pic x.
            02 SA-BowlerName  pic x(20).
            02 filler         pic x.
            02 SA-GameDate    pic x(8).
            02 filler         pic x.
            02 SA-GameNumber  pic 9.
            02 filler         pic x.
            02 SA-Outcome     pic x(8).
            02 filler         pic x.
            02 SA-BadFrame    pic 99.
            02 filler         pic x.
            02 SA-Total       pic 999.
            02 filler         pic x.
            02 SA-Frames.
                03 SA-Frame occurs 10 times.
                    04 SA-FrameScore pic 999.
                    04 filler        pic x.
            02 SA-PinDetail   pic x.
            02 filler         pic x.
            02 SA-ScoreCard   pic x(33).
        01 AnswerTotalRecord.
            02 AT-RecordId    pic x(8).
            02 filler         pic x.
            02 AT-Cards       pic 9(6).
            02 filler         pic x.
            02 AT-Scored      pic 9(6).
            02 filler         pic x.
            02 AT-Suspense    pic 9(6).
            02 filler         pic x.
            02 AT-PinDetails  pic 9(6).
            02 filler         pic x.
            02 AT-Seed        pic 9(9).

    fd GeneratedRoster.
        copy RosterRecord.

    fd GeneratedSchedule.
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

working-storage section.
    01 ScorecardGenParmsStatus pic xx value spaces.
        88 ScorecardGenParmsFound value "00".
    01 GeneratedScorecardsStatus pic xx value spaces.
    01 GeneratedAnswersStatus pic xx value spaces.
    01 GeneratedRosterStatus pic xx value spaces.
    01 GeneratedScheduleStatus pic xx value spaces.

*> The run's settings, defaulted to a full season at the table limit.
    01 GenSeed pic 9(9) value 12345.
    01 GenBowlers pic 999 value 50.
    01 GenTeamSize pic 9 value 4.
    01 GenNights pic 99 value 30.
    01 GenGamesPerNight pic 9 value 3.
    01 GenSeasonStart pic 9(8) value 20250902.
    01 GenCardFormat pic x value "M".
        88 FormatIsDesk  value "P".
        88 FormatIsKiosk value "C".
        88 FormatIsMixed value "M".
    01 GenPinDetailRate pic 999 value 25.
    01 GenMalformedRate pic 999 value 2.
    01 GenLeagueCode pic x(3) value spaces.
    01 ParmProblem pic x(60) value spaces.

    01 NumberOfTeams pic 999 value zero.
    01 NumberOfMatches pic 99 value zero.
    01 BowlerNumber pic 999 value zero.
    01 BowlerTeam pic 999 value zero.
    01 BowlerLane pic 99 value zero.
    01 NightNumber pic 99 value zero.
    01 GameNumber pic 9 value zero.
    01 NightDate pic 9(8) value zero.
    01 MatchNumber pic 99 value zero.
    01 BowlerNameText pic x(20) value spaces.
    01 BowlerNumberText pic 9(4) value zero.

*> Random draws: RandomRange in, RandomValue 0 to RandomRange - 1.
    01 RandomFraction pic v9(9) value zero.
    01 RandomRange pic 999 value zero.
    01 RandomValue pic 999 value zero.

*> The game being bowled: each frame's first and second ball, the
*> kind of frame, and the tenth frame's bonus balls.
    01 GameFrames.
        02 GameFrame occurs 10 times indexed by FrameIdx.
            03 GF-First  pic 99.
            03 GF-Second pic 99.
            03 GF-Kind   pic x.
                88 FrameIsStrike value "S".
                88 FrameIsSpare  value "P".
                88 FrameIsOpen   value "O".
    01 BonusBalls pic 9 value zero.
    01 BonusFirst pic 99 value zero.
    01 BonusSecond pic 99 value zero.

    01 Rolls.
        02 RollPins pic 99 occurs 21 times.
    01 NumberOfRolls pic 99 value zero.
    01 FrameRollStart pic 99 occurs 10 times.
    01 RollIdx pic 99 value zero.
    01 FrameScores.
        02 FrameScore pic 999 occurs 10 times.
    01 GameTotal pic 999 value zero.

*> Edge games, frame by frame in two positions ("X " a strike, "-"
*> a miss, "/" a spare) and then the two bonus balls.
    01 EdgeGameValues.
        02 filler pic x(22) value "X X X X X X X X X X XX".
        02 filler pic x(22) value "--------------------  ".
        02 filler pic x(22) value "5/5/5/5/5/5/5/5/5/5/5 ".
        02 filler pic x(22) value "X 5/X 5/X 5/X 5/X 5/X ".
        02 filler pic x(22) value "9/9/9/9/9/9/9/9/9/X 72".
        02 filler pic x(22) value "9-9-9-9-9-9-9-9-9-9-  ".
        02 filler pic x(22) value "X 72X X 6/-9X X X 81  ".
        02 filler pic x(22) value "-/X -/X -/X -/X -/X X9".
    01 EdgeGameTable redefines EdgeGameValues.
        02 EdgeGame pic x(22) occurs 8 times.
    01 NumberOfEdgeGames pic 9 value 8.
    01 EdgeText pic x(22) value spaces.
    01 EdgePos pic 99 value zero.

    01 PinChar pic x value space.
    01 PinCount pic 99 value zero.
    01 FrameToken pic x(2) value spaces.
    01 FrameDelimiter pic x value "|".
    01 BonusDelimiter pic x(2) value "||".
    01 CardText pic x(33) value spaces.
    01 CardPointer pic 99 value 1.

    01 CardIsMalformed pic 9 value zero usage binary.
    01 BadFrame pic 99 value zero.
    01 BadToken pic x(2) value spaces.
    01 PinDetailWanted pic 9 value zero usage binary.
    01 PinsStanding pic 99 value zero.
    01 PinPick pic 99 value zero.
    01 PinsPlaced pic 99 value zero.

    01 CardsWritten pic 9(6) value zero.
    01 CardsScored pic 9(6) value zero.
    01 CardsToSuspense pic 9(6) value zero.
    01 PinDetailsWritten pic 9(6) value zero.
    01 RosterLinesWritten pic 9(4) value zero.
    01 ScheduleLinesWritten pic 9(4) value zero.

    copy BatchReturnCode.

procedure division.

0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    if BatchCompletedWithErrors
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 2000-WriteRoster thru 2000-Exit
    perform 3000-GenerateNights thru 3000-Exit
    perform 6000-WriteTotals thru 6000-Exit
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
    move BatchReturnCode to return-code
    stop run.

*> A parm field left blank or zero keeps its default; one out of
*> range stops the run before anything is written.
1000-Initialize.
    open input ScorecardGenParms
    if ScorecardGenParmsFound
        read ScorecardGenParms
            at end continue
            not at end perform 1100-TakeParms thru 1100-Exit
        end-read
        close ScorecardGenParms
    end-if

    evaluate true
        when GenBowlers is less than 2
            move "fewer than two bowlers" to ParmProblem
        when GenTeamSize equal to zero
            move "team size is zero" to ParmProblem
        when GenGamesPerNight is greater than 3
            move "more than three games a night" to ParmProblem
        when not (FormatIsDesk or FormatIsKiosk or FormatIsMixed)
            move "card format is not P, C or M" to ParmProblem
        when GenPinDetailRate is greater than 100
                or GenMalformedRate is greater than 100
            move "a rate is over 100 percent" to ParmProblem
        when GenSeasonStart is not numeric
                or function integer-of-date(GenSeasonStart) equal to zero
            move "season start is not a date" to ParmProblem
        when other
            continue
    end-evaluate
    if ParmProblem not equal to spaces
        display "ScorecardGenerator: " function trim(ParmProblem)
            " - nothing generated"
        set BatchCompletedWithErrors to true
        go to 1000-Exit
    end-if

    compute NumberOfTeams = (GenBowlers + GenTeamSize - 1) / GenTeamSize
    if NumberOfTeams is greater than 99
        display "ScorecardGenerator: more than 99 teams - nothing generated"
        set BatchCompletedWithErrors to true
        go to 1000-Exit
    end-if
    compute NumberOfMatches = NumberOfTeams / 2

    compute RandomFraction = function random(GenSeed)

    open output GeneratedScorecards
    open output GeneratedAnswers
    open output GeneratedRoster
    open output GeneratedSchedule.
1000-Exit.
    exit.

1100-TakeParms.
    if ParmSeed is numeric and ParmSeed is greater than zero
        move ParmSeed to GenSeed
    end-if
    if ParmBowlers is numeric and ParmBowlers is greater than zero
        move ParmBowlers to GenBowlers
    end-if
    if ParmTeamSize is numeric and ParmTeamSize is greater than zero
        move ParmTeamSize to GenTeamSize
    end-if
    if ParmNights is numeric and ParmNights is greater than zero
        move ParmNights to GenNights
    end-if
    if ParmGamesPerNight is numeric and ParmGamesPerNight is greater than zero
        move ParmGamesPerNight to GenGamesPerNight
    end-if
    if ParmSeasonStart is numeric and ParmSeasonStart is greater than zero
        move ParmSeasonStart to GenSeasonStart
    end-if
    if ParmCardFormat not equal to space
        move function upper-case(ParmCardFormat) to GenCardFormat
    end-if
    if ParmPinDetailRate is numeric
        move ParmPinDetailRate to GenPinDetailRate
    end-if
    if ParmMalformedRate is numeric
        move ParmMalformedRate to GenMalformedRate
    end-if
    move ParmLeagueCode to GenLeagueCode.
1100-Exit.
    exit.

*> Bowlers are numbered from 1 and filled into teams in turn.
2000-WriteRoster.
    perform varying BowlerNumber from 1 by 1
            until BowlerNumber is greater than GenBowlers
        perform 2100-NameBowler thru 2100-Exit
        move spaces to RosterRecord
        move BowlerNumber to RO-BowlerId
        move BowlerNameText to RO-BowlerName
        move BowlerTeam to RO-TeamId
        move "R" to RO-Role
        move GenLeagueCode to RO-LeagueCode
        write RosterRecord
        add 1 to RosterLinesWritten
    end-perform.
2000-Exit.
    exit.

2100-NameBowler.
    move BowlerNumber to BowlerNumberText
    move spaces to BowlerNameText
    string
        "Volume Bowler " delimited by size
        BowlerNumberText delimited by size
        into BowlerNameText
    end-string
    compute BowlerTeam = (BowlerNumber - 1) / GenTeamSize + 1.
2100-Exit.
    exit.

*> One league night a week: teams 1 and 2 meet on lane pair 1, 3
*> and 4 on pair 2 and so on, each team on the lane of its own
*> number; an odd team out bowls on the lane past the last pair
*> with no match.
3000-GenerateNights.
    move GenSeasonStart to NightDate
    perform varying NightNumber from 1 by 1
            until NightNumber is greater than GenNights
        perform 3100-WriteNightSchedule thru 3100-Exit
        perform varying GameNumber from 1 by 1
                until GameNumber is greater than GenGamesPerNight
            perform varying BowlerNumber from 1 by 1
                    until BowlerNumber is greater than GenBowlers
                perform 4000-BowlOneCard thru 4000-Exit
            end-perform
        end-perform
        compute NightDate = function date-of-integer(
            function integer-of-date(NightDate) + 7)
    end-perform.
3000-Exit.
    exit.

3100-WriteNightSchedule.
    perform varying MatchNumber from 1 by 1
            until MatchNumber is greater than NumberOfMatches
        move spaces to ScheduleRecord
        move NightDate to MS-MatchDate
        compute MS-HomeTeamId = MatchNumber * 2 - 1
        compute MS-AwayTeamId = MatchNumber * 2
        move MatchNumber to MS-LanePair
        move GenLeagueCode to MS-LeagueCode
        write ScheduleRecord
        add 1 to ScheduleLinesWritten
    end-perform.
3100-Exit.
    exit.

4000-BowlOneCard.
    perform 2100-NameBowler thru 2100-Exit
    move BowlerTeam to BowlerLane

    if CardsWritten is less than NumberOfEdgeGames
        move EdgeGame(CardsWritten + 1) to EdgeText
        perform 4100-TakeEdgeGame thru 4100-Exit
    else
        perform 4200-DrawGame thru 4200-Exit
    end-if
    perform 4500-ScoreGame thru 4500-Exit

    move zero to CardIsMalformed
    move zero to BadFrame
    move 100 to RandomRange
    perform 7000-DrawRandom thru 7000-Exit
    if RandomValue is less than GenMalformedRate
        perform 4700-SpoilOneFrame thru 4700-Exit
    end-if

    evaluate true
        when FormatIsDesk
            move "|" to FrameDelimiter
        when FormatIsKiosk
            move "," to FrameDelimiter
        when other
            move 2 to RandomRange
            perform 7000-DrawRandom thru 7000-Exit
            if RandomValue equal to zero
                move "|" to FrameDelimiter
            else
                move "," to FrameDelimiter
            end-if
    end-evaluate
    if FrameDelimiter equal to "|"
        move "||" to BonusDelimiter
    else
        move ";;" to BonusDelimiter
    end-if
    perform 4600-WriteCardNotation thru 4600-Exit

    move spaces to ScorecardRecord
    move BowlerNameText to SC-BowlerName
    move BowlerLane to SC-LaneNumber
    move NightDate to SC-GameDate
    move BowlerTeam to SC-TeamId
    move GameTotal to SC-ManualTotal
    move CardText to SC-ScoreCard
    move GameNumber to SC-GameNumber
    move "D" to SC-PostingSource
    move GenLeagueCode to SC-LeagueCode
    write ScorecardRecord
    add 1 to CardsWritten

    move zero to PinDetailWanted
    if CardIsMalformed equal to zero
        move 100 to RandomRange
        perform 7000-DrawRandom thru 7000-Exit
        if RandomValue is less than GenPinDetailRate
            move 1 to PinDetailWanted
            perform 4800-WritePinDetail thru 4800-Exit
        end-if
    end-if
    perform 5000-WriteAnswer thru 5000-Exit.
4000-Exit.
    exit.

4100-TakeEdgeGame.
    perform varying FrameIdx from 1 by 1 until FrameIdx is greater than 10
        compute EdgePos = FrameIdx * 2 - 1
        move EdgeText(EdgePos:1) to PinChar
        perform 4150-PinCharToCount thru 4150-Exit
        move PinCount to GF-First(FrameIdx)
        move zero to GF-Second(FrameIdx)
        evaluate true
            when PinCount equal to 10
                set FrameIsStrike(FrameIdx) to true
            when EdgeText(EdgePos + 1:1) equal to "/"
                compute GF-Second(FrameIdx) = 10 - GF-First(FrameIdx)
                set FrameIsSpare(FrameIdx) to true
            when other
                move EdgeText(EdgePos + 1:1) to PinChar
                perform 4150-PinCharToCount thru 4150-Exit
                move PinCount to GF-Second(FrameIdx)
                set FrameIsOpen(FrameIdx) to true
        end-evaluate
    end-perform

    move zero to BonusBalls
    move zero to BonusFirst
    move zero to BonusSecond
    if EdgeText(21:1) not equal to space
        move EdgeText(21:1) to PinChar
        perform 4150-PinCharToCount thru 4150-Exit
        move PinCount to BonusFirst
        move 1 to BonusBalls
    end-if
    if EdgeText(22:1) not equal to space
        move EdgeText(22:1) to PinChar
        perform 4150-PinCharToCount thru 4150-Exit
        move PinCount to BonusSecond
        move 2 to BonusBalls
    end-if.
4100-Exit.
    exit.

4150-PinCharToCount.
    evaluate PinChar
        when "X"
            move 10 to PinCount
        when "-"
            move zero to PinCount
        when other
            move PinChar to PinCount(2:1)
            move zero to PinCount(1:1)
    end-evaluate.
4150-Exit.
    exit.

*> Strike, spare or open with one chance in three each; a spare's
*> first ball is 0-9, an open frame's two balls leave a pin up.
4200-DrawGame.
    perform varying FrameIdx from 1 by 1 until FrameIdx is greater than 10
        move 3 to RandomRange
        perform 7000-DrawRandom thru 7000-Exit
        evaluate RandomValue
            when 0
                move 10 to GF-First(FrameIdx)
                move zero to GF-Second(FrameIdx)
                set FrameIsStrike(FrameIdx) to true
            when 1
                move 10 to RandomRange
                perform 7000-DrawRandom thru 7000-Exit
                move RandomValue to GF-First(FrameIdx)
                compute GF-Second(FrameIdx) = 10 - GF-First(FrameIdx)
                set FrameIsSpare(FrameIdx) to true
            when other
                move 10 to RandomRange
                perform 7000-DrawRandom thru 7000-Exit
                move RandomValue to GF-First(FrameIdx)
                compute RandomRange = 10 - GF-First(FrameIdx)
                perform 7000-DrawRandom thru 7000-Exit
                move RandomValue to GF-Second(FrameIdx)
                set FrameIsOpen(FrameIdx) to true
        end-evaluate
    end-perform

    move zero to BonusBalls
    move zero to BonusFirst
    move zero to BonusSecond
    evaluate true
        when FrameIsStrike(10)
            move 2 to BonusBalls
            move 11 to RandomRange
            perform 7000-DrawRandom thru 7000-Exit
            move RandomValue to BonusFirst
            if BonusFirst equal to 10
                move 11 to RandomRange
            else
                compute RandomRange = 10 - BonusFirst
            end-if
            perform 7000-DrawRandom thru 7000-Exit
            move RandomValue to BonusSecond
        when FrameIsSpare(10)
            move 1 to BonusBalls
            move 11 to RandomRange
            perform 7000-DrawRandom thru 7000-Exit
            move RandomValue to BonusFirst
        when other
            continue
    end-evaluate.
4200-Exit.
    exit.

*> The true score, from the balls in the order they were rolled.
4500-ScoreGame.
    move zero to NumberOfRolls
    perform varying FrameIdx from 1 by 1 until FrameIdx is greater than 10
        add 1 to NumberOfRolls
        move NumberOfRolls to FrameRollStart(FrameIdx)
        move GF-First(FrameIdx) to RollPins(NumberOfRolls)
        if not FrameIsStrike(FrameIdx)
            add 1 to NumberOfRolls
            move GF-Second(FrameIdx) to RollPins(NumberOfRolls)
        end-if
    end-perform
    if BonusBalls is greater than zero
        add 1 to NumberOfRolls
        move BonusFirst to RollPins(NumberOfRolls)
    end-if
    if BonusBalls equal to 2
        add 1 to NumberOfRolls
        move BonusSecond to RollPins(NumberOfRolls)
    end-if

    move zero to GameTotal
    perform varying FrameIdx from 1 by 1 until FrameIdx is greater than 10
        move FrameRollStart(FrameIdx) to RollIdx
        evaluate true
            when FrameIsStrike(FrameIdx)
                compute FrameScore(FrameIdx) = 10 + RollPins(RollIdx + 1)
                    + RollPins(RollIdx + 2)
            when FrameIsSpare(FrameIdx)
                compute FrameScore(FrameIdx) = 10 + RollPins(RollIdx + 2)
            when other
                compute FrameScore(FrameIdx) = GF-First(FrameIdx)
                    + GF-Second(FrameIdx)
        end-evaluate
        add FrameScore(FrameIdx) to GameTotal
    end-perform.
4500-Exit.
    exit.

*> "X", a first ball and "/", or two balls, "-" for none; the bonus
*> balls behind the bonus marker when the tenth frame earned them.
4600-WriteCardNotation.
    move spaces to CardText
    move 1 to CardPointer
    perform varying FrameIdx from 1 by 1 until FrameIdx is greater than 10
        if FrameIdx is greater than 1
            string FrameDelimiter delimited by size
                into CardText with pointer CardPointer
            end-string
        end-if
        move spaces to FrameToken
        evaluate true
            when FrameIdx equal to BadFrame
                move BadToken to FrameToken
            when FrameIsStrike(FrameIdx)
                move "X" to FrameToken
            when other
                move GF-First(FrameIdx) to PinCount
                perform 4650-PinCountToChar thru 4650-Exit
                move PinChar to FrameToken(1:1)
                if FrameIsSpare(FrameIdx)
                    move "/" to FrameToken(2:1)
                else
                    move GF-Second(FrameIdx) to PinCount
                    perform 4650-PinCountToChar thru 4650-Exit
                    move PinChar to FrameToken(2:1)
                end-if
        end-evaluate
        string FrameToken delimited by space
            into CardText with pointer CardPointer
        end-string
    end-perform

    if BonusBalls is greater than zero
        string BonusDelimiter delimited by size
            into CardText with pointer CardPointer
        end-string
        move BonusFirst to PinCount
        perform 4650-PinCountToChar thru 4650-Exit
        string PinChar delimited by size
            into CardText with pointer CardPointer
        end-string
    end-if
    if BonusBalls equal to 2
        move BonusSecond to PinCount
        perform 4650-PinCountToChar thru 4650-Exit
        string PinChar delimited by size
            into CardText with pointer CardPointer
        end-string
    end-if.
4600-Exit.
    exit.

4650-PinCountToChar.
    evaluate PinCount
        when 10
            move "X" to PinChar
        when 0
            move "-" to PinChar
        when other
            move PinCount(2:1) to PinChar
    end-evaluate.
4650-Exit.
    exit.

*> One frame made bad three ways: two balls over ten pins, a spare
*> marked on the first ball, or a letter that is no ball at all.
4700-SpoilOneFrame.
    move 1 to CardIsMalformed
    move 10 to RandomRange
    perform 7000-DrawRandom thru 7000-Exit
    compute BadFrame = RandomValue + 1
    move 3 to RandomRange
    perform 7000-DrawRandom thru 7000-Exit
    evaluate RandomValue
        when 0
            move "87" to BadToken
        when 1
            move "/5" to BadToken
        when other
            move "A4" to BadToken
    end-evaluate.
4700-Exit.
    exit.

*> The pins left after each frame's first ball, as many as the card
*> says and chosen at random; a strike leaves none.
4800-WritePinDetail.
    move spaces to PinDetailRecord
    set RecordIsPinDetail to true
    perform varying FrameIdx from 1 by 1 until FrameIdx is greater than 10
        perform varying PinPick from 1 by 1 until PinPick is greater than 10
            move "0" to PD-PinStanding(FrameIdx, PinPick)
        end-perform
        compute PinsStanding = 10 - GF-First(FrameIdx)
        move zero to PinsPlaced
        perform until PinsPlaced equal to PinsStanding
            move 10 to RandomRange
            perform 7000-DrawRandom thru 7000-Exit
            compute PinPick = RandomValue + 1
            if PD-PinStanding(FrameIdx, PinPick) equal to "0"
                move "1" to PD-PinStanding(FrameIdx, PinPick)
                add 1 to PinsPlaced
            end-if
        end-perform
    end-perform
    write PinDetailRecord
    add 1 to PinDetailsWritten.
4800-Exit.
    exit.

5000-WriteAnswer.
    move spaces to ScorecardAnswerRecord
    move CardsWritten to SA-CardNumber
    move BowlerNameText to SA-BowlerName
    move NightDate to SA-GameDate
    move GameNumber to SA-GameNumber
    move CardText to SA-ScoreCard
    if CardIsMalformed equal to 1
        move "SUSPENSE" to SA-Outcome
        move BadFrame to SA-BadFrame
        move zero to SA-Total
        perform varying FrameIdx from 1 by 1 until FrameIdx is greater than 10
            move zero to SA-FrameScore(FrameIdx)
        end-perform
        move "N" to SA-PinDetail
        add 1 to CardsToSuspense
    else
        move "SCORED" to SA-Outcome
        move zero to SA-BadFrame
        move GameTotal to SA-Total
        perform varying FrameIdx from 1 by 1 until FrameIdx is greater than 10
            move FrameScore(FrameIdx) to SA-FrameScore(FrameIdx)
        end-perform
        if PinDetailWanted equal to 1
            move "Y" to SA-PinDetail
        else
            move "N" to SA-PinDetail
        end-if
        add 1 to CardsScored
    end-if
    write ScorecardAnswerRecord.
5000-Exit.
    exit.

6000-WriteTotals.
    move spaces to AnswerTotalRecord
    move "*TOTAL*" to AT-RecordId
    move CardsWritten to AT-Cards
    move CardsScored to AT-Scored
    move CardsToSuspense to AT-Suspense
    move PinDetailsWritten to AT-PinDetails
    move GenSeed to AT-Seed
    write AnswerTotalRecord

    display "ScorecardGenerator: seed " GenSeed ", " GenBowlers " bowlers on "
        NumberOfTeams " teams, " GenNights " nights"
    display "ScorecardGenerator: " CardsWritten " cards written, "
        CardsScored " to score, " CardsToSuspense " to suspense, "
        PinDetailsWritten " pin-detail lines"
    display "ScorecardGenerator: " RosterLinesWritten " roster lines, "
        ScheduleLinesWritten " schedule lines".
6000-Exit.
    exit.

7000-DrawRandom.
    compute RandomValue = function random * RandomRange
    if RandomValue not less than RandomRange
        compute RandomValue = RandomRange - 1
    end-if.
7000-Exit.
    exit.

8000-SetReturnCode.
    set BatchCompletedNormally to true.
8000-Exit.
    exit.

9000-Terminate.
    close GeneratedScorecards
    close GeneratedAnswers
    close GeneratedRoster
    close GeneratedSchedule.
9000-Exit.
    exit.

end program ScorecardGenerator.
