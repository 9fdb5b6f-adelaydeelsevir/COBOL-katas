identification division.
program-id. TournamentBracketRun.

*> Match-play bracket finals for a house tournament. The qualifying
*> block is scored by TournamentScoringRun; when the tournament has
*> a bracket finals day the desk used to draw the single-elimination
*> ladder on the whiteboard and work the winners out by hand. This
*> run seeds the top qualifiers off TournamentStandingsReport.dat on
*> total pinfall (a tie seeds the bowler listed first), draws the
*> bracket in the usual order - 1 v 16, 2 v 15 and so on, with the
*> top two seeds in opposite halves - and scores each round from the
*> finals day's own card deck, BracketScorecards.dat (the same
*> layout as DailyScorecards.dat). The game number on a finals card
*> is the bracket round it was bowled in; a round is head to head on
*> total pins for the cards each bowler has in that round. Scoring
*> follows the tournament's mode in TournamentParms.dat, so a no-tap
*> tournament scores its bracket games no-tap as well.
*> Ties go to the higher seed, the rule the playoff roll-off has
*> always applied. A bowler with no card in a round forfeits to an
*> opponent who has one; when neither side turned in a card the
*> higher seed goes through and the match is flagged on the report.
*> Seeds beyond the qualifiers on file are byes. The report shows
*> the draw, every round's results, the final placings and the
*> bracket entry-fee split: TournamentBracketParms.dat carries the
*> bracket size, the entry fee per bowler and the percent of the
*> entry pot paid to the champion, the runner-up and each beaten
*> semifinalist; whatever the percents leave is retained by the
*> house. Like the qualifying run, nothing here writes a league
*> master.

environment division.
configuration section.
    repository.
        function all intrinsic
        function CalculateScoreFromScorecard.

input-output section.
file-control.
    select TournamentStandings assign to "TournamentStandingsReport.dat"
        organization is line sequential
        file status is TournamentStandingsStatus.
    select BracketScorecards assign to "BracketScorecards.dat"
        organization is line sequential
        file status is BracketCardsStatus.
    select TournamentParms assign to "TournamentParms.dat"
        organization is line sequential
        file status is TournamentParmsStatus.
    select BracketParms assign to "TournamentBracketParms.dat"
        organization is line sequential
        file status is BracketParmsStatus.
    select BracketReport assign to "TournamentBracketReport.dat"
        organization is line sequential.

data division.
file section.
*> The standings line layout 3000-WriteTournamentStandings in
*> TournamentScoringRun strings together.
    fd TournamentStandings.
        01 StandingsLine.
            02 TS-BowlerName pic x(20).
            02 filler        pic x(2).
            02 TS-Games      pic x(3).
            02 filler        pic x(5).
            02 TS-PinTotal   pic x(6).
            02 filler        pic x(44).

    fd BracketScorecards.
        copy ScorecardRecord.
            88 EndOfScorecards value high-values.
        copy PinDetailRecord.

    fd TournamentParms.
        01 TournamentParmRecord.
            02 ParmScoringMode pic x.

    fd BracketParms.
        01 BracketParmRecord.
            02 ParmBracketSize     pic 99.
            02 filler              pic x.
            02 ParmEntryFee        pic 9(3)v99.
            02 filler              pic x.
            02 ParmChampionPercent pic 9(2)v99.
            02 filler              pic x.
            02 ParmRunnerUpPercent pic 9(2)v99.
            02 filler              pic x.
            02 ParmSemifinalPercent pic 9(2)v99.

    fd BracketReport.
        01 ReportLine pic x(132).

working-storage section.
    01 Qualifiers.
        02 Qualifier occurs 1 to 100 times depending on NumberOfQualifiers
                indexed by QualifierIdx.
            03 QF-BowlerName pic x(20).
            03 QF-Games      pic 999.
            03 QF-PinTotal   pic 9(6).
            03 QF-Seeded     pic 9.
                88 QualifierIsSeeded value 1.
    01 NumberOfQualifiers pic 999 value zero.
    01 BestQualifierIndex pic 999 value zero.
    01 ScanQualifierIdx pic 999 value zero.

    01 Entrants.
        02 Entrant occurs 32 times.
            03 EN-BowlerName pic x(20).
            03 EN-PinTotal   pic 9(6).
            03 EN-Place      pic 99.
            03 EN-Prize      pic 9(5)v99.
    01 NumberOfEntrants pic 99 value zero.
    01 SeedIdx pic 99 value zero.

*> The draw holds a seed number per bracket line, top to bottom;
*> after each round the winners are packed back into the top half,
*> so lines 1 and 2 always meet, then 3 and 4, and so on. A zero is
*> an empty line (a bye).
    01 BracketDraw.
        02 DrawSeed pic 99 occurs 32 times.
    01 DrawSize pic 99 value zero.
    01 DrawIdx pic 99 value zero.
    01 DrawSeedHeld pic 99 value zero.

    01 BracketCards.
        02 BracketCard occurs 1 to 500 times depending on NumberOfBracketCards
                indexed by CardIdx.
            03 BC-BowlerName pic x(20).
            03 BC-Round      pic 9.
            03 BC-Pins       pic 9(4).
    01 NumberOfBracketCards pic 999 value zero.
    01 BracketCardsOverflowed pic 9(5) value zero.

    01 TournamentStandingsStatus pic xx value spaces.
        88 TournamentStandingsNotFound value "35".
        88 EndOfTournamentStandings value "10".
    01 BracketCardsStatus pic xx value spaces.
        88 BracketCardsNotFound value "35".
    01 TournamentParmsStatus pic xx value spaces.
        88 TournamentParmsFound value "00".
    01 BracketParmsStatus pic xx value spaces.
        88 BracketParmsFound value "00".

    01 InQualifierSection pic 9 value zero usage binary.
        88 QualifierSectionOpen value 1.

    01 ScoringMode pic x value space.
        88 NoTapScoring value "N".

    01 BracketSize pic 99 value 16.
        88 BracketSizeIsValid values 2 4 8 16 32.
    01 EntryFee pic 9(3)v99 value zero.
    01 ChampionPercent pic 9(2)v99 value 50.
    01 RunnerUpPercent pic 9(2)v99 value 25.
    01 SemifinalPercent pic 9(2)v99 value 10.
    01 TotalSplitPercent pic 9(3)v99 value zero.

    01 RoundNumber pic 9 value zero.
    01 BowlersLeft pic 99 value zero.
    01 MatchesInRound pic 99 value zero.
    01 MatchIdx pic 99 value zero.
    01 LoserPlace pic 99 value zero.
    01 RoundTitle pic x(14) value spaces.

    01 MatchWork.
        02 MW-TopSeed      pic 99 value zero.
        02 MW-BottomSeed   pic 99 value zero.
        02 MW-TopPins      pic 9(4) value zero.
        02 MW-BottomPins   pic 9(4) value zero.
        02 MW-TopCards     pic 99 value zero.
        02 MW-BottomCards  pic 99 value zero.
        02 MW-WinnerSeed   pic 99 value zero.
        02 MW-LoserSeed    pic 99 value zero.
        02 MW-Outcome      pic x(30) value spaces.
    01 LookupSeed pic 99 value zero.
    01 LookupPins pic 9(4) value zero.
    01 LookupCards pic 99 value zero.
    01 ForfeitCount pic 9(5) value zero.

    01 PlaceToPrint pic 99 value zero.
    01 PrizeFund pic 9(5)v99 value zero.
    01 PrizesPaid pic 9(5)v99 value zero.
    01 HouseRetained pic 9(5)v99 value zero.
    01 PlacePercent pic 9(2)v99 value zero.

    01 SeedEdited pic z9 value zero.
    01 OtherSeedEdited pic z9 value zero.
    01 PlaceEdited pic z9 value zero.
    01 PinsEdited pic zzz9 value zero.
    01 OtherPinsEdited pic zzz9 value zero.
    01 AmountEdited pic z(4)9.99 value zero.
    01 PercentEdited pic z9.99 value zero.
    01 CountEdited pic z9 value zero.

    01 GameTotal pic 999 value zero.
    copy FrameResults replacing FrameResults by FrameBreakdown.
    01 CardIsValid pic 9 value 1 usage binary.
    01 BadFrameNumber pic 99 value zero.
    01 RejectedCardCount pic 9(5) value zero.

    01 ScoringCard pic x(33) value spaces.
    01 MainFrames pic x(30) value spaces.
    01 BonusBalls pic x(2) value spaces.
    01 FrameDelimiter pic x value "|".
    01 BonusDelimiter pic x(2) value "||".
    01 PipeCount pic 99 value zero.
    01 NumberOfFrames pic 99 value zero.
    01 CurrentFrame pic 99 value zero.
    01 FrameTokenPointer pic 99 value 1.
    01 RawToken pic x(10) value spaces.
    01 RebuiltCard pic x(33) value spaces.
    01 RebuildPointer pic 99 value 1.

    copy BatchReturnCode.

procedure division.

0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    if not BracketSizeIsValid
        display "TournamentBracketRun: bracket size " BracketSize
            " is not 2, 4, 8, 16 or 32 - no bracket drawn"
        set BatchCompletedWithErrors to true
        perform 9000-Terminate thru 9000-Exit
        move BatchReturnCode to return-code
        stop run
    end-if
    if TotalSplitPercent is greater than 100
        display "TournamentBracketRun: prize split totals more than 100"
            " percent of the entry pot - no bracket drawn"
        set BatchCompletedWithErrors to true
        perform 9000-Terminate thru 9000-Exit
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 1500-LoadQualifiers thru 1500-Exit
    if NumberOfQualifiers is less than 2
        display "TournamentBracketRun: fewer than two qualifiers on the"
            " tournament standings - no bracket drawn"
        set BatchCompletedWithErrors to true
        perform 9000-Terminate thru 9000-Exit
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 2500-LoadBracketCards thru 2500-Exit
*> A round judged on a partial card deck could send the wrong bowler
*> through, so an overfull deck stops the run before anything is
*> drawn.
    if BracketCardsOverflowed is greater than zero
        display "TournamentBracketRun: more than 500 bracket cards - "
            BracketCardsOverflowed " not loaded, no bracket drawn"
        set BatchCompletedWithErrors to true
        perform 9000-Terminate thru 9000-Exit
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 2000-SeedBracket thru 2000-Exit
    perform 2200-DrawBracket thru 2200-Exit
    perform 3000-PlayRounds thru 3000-Exit
    perform 4000-WritePlacings thru 4000-Exit
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
    move BatchReturnCode to return-code
    stop run.

1000-Initialize.
    open input TournamentParms
    if TournamentParmsFound
        read TournamentParms
            at end continue
            not at end move ParmScoringMode to ScoringMode
        end-read
        close TournamentParms
    end-if

    open input BracketParms
    if BracketParmsFound
        read BracketParms
            at end continue
            not at end
                if ParmBracketSize is numeric
                    move ParmBracketSize to BracketSize
                end-if
                if ParmEntryFee is numeric
                    move ParmEntryFee to EntryFee
                end-if
                if ParmChampionPercent is numeric
                    move ParmChampionPercent to ChampionPercent
                end-if
                if ParmRunnerUpPercent is numeric
                    move ParmRunnerUpPercent to RunnerUpPercent
                end-if
                if ParmSemifinalPercent is numeric
                    move ParmSemifinalPercent to SemifinalPercent
                end-if
        end-read
        close BracketParms
    end-if
    compute TotalSplitPercent =
        ChampionPercent + RunnerUpPercent + SemifinalPercent * 2

    open output BracketReport
    move BracketSize to CountEdited
    move EntryFee to AmountEdited
    move spaces to ReportLine
    if NoTapScoring
        string
            "Tournament match-play bracket (9-pin no-tap)  " delimited by size
            function trim(CountEdited) delimited by size
            "-bowler draw  entry fee " delimited by size
            function trim(AmountEdited) delimited by size
            into ReportLine
        end-string
    else
        string
            "Tournament match-play bracket (standard scoring)  " delimited by size
            function trim(CountEdited) delimited by size
            "-bowler draw  entry fee " delimited by size
            function trim(AmountEdited) delimited by size
            into ReportLine
        end-string
    end-if
    write ReportLine.
1000-Exit.
    exit.

*> Qualifier rows follow the "Bowler ..." column header; the title
*> line above it is passed over.
1500-LoadQualifiers.
    open input TournamentStandings
    if TournamentStandingsNotFound
        go to 1500-Exit
    end-if

    perform 1550-ReadStandingsLine thru 1550-Exit
    perform with test after until EndOfTournamentStandings
        if not EndOfTournamentStandings
            if StandingsLine(1:6) equal to "Bowler"
                move 1 to InQualifierSection
            else
                if QualifierSectionOpen
                        and TS-BowlerName not equal to spaces
                        and TS-PinTotal is numeric
                        and NumberOfQualifiers is less than 100
                    add 1 to NumberOfQualifiers
                    move TS-BowlerName to QF-BowlerName(NumberOfQualifiers)
                    move TS-PinTotal to QF-PinTotal(NumberOfQualifiers)
                    move zero to QF-Games(NumberOfQualifiers)
                    if TS-Games is numeric
                        move TS-Games to QF-Games(NumberOfQualifiers)
                    end-if
                    move zero to QF-Seeded(NumberOfQualifiers)
                end-if
            end-if
        end-if
        if not EndOfTournamentStandings
            perform 1550-ReadStandingsLine thru 1550-Exit
        end-if
    end-perform

    close TournamentStandings.
1500-Exit.
    exit.

1550-ReadStandingsLine.
    read TournamentStandings
        at end set EndOfTournamentStandings to true
    end-read.
1550-Exit.
    exit.

*> One pass per seed picks the best unseeded qualifier on total
*> pinfall; a tie seeds the bowler listed first, the order the
*> standings print in. A short field fills fewer seeds than the
*> bracket has lines and the rest become byes.
2000-SeedBracket.
    move zero to NumberOfEntrants
    perform varying SeedIdx from 1 by 1
            until SeedIdx is greater than BracketSize
                or SeedIdx is greater than NumberOfQualifiers
        move zero to BestQualifierIndex
        perform varying ScanQualifierIdx from 1 by 1
                until ScanQualifierIdx is greater than NumberOfQualifiers
            if not QualifierIsSeeded(ScanQualifierIdx)
                if BestQualifierIndex equal to zero
                    move ScanQualifierIdx to BestQualifierIndex
                else
                    if QF-PinTotal(ScanQualifierIdx) is greater than
                            QF-PinTotal(BestQualifierIndex)
                        move ScanQualifierIdx to BestQualifierIndex
                    end-if
                end-if
            end-if
        end-perform
        set QualifierIsSeeded(BestQualifierIndex) to true
        add 1 to NumberOfEntrants
        move QF-BowlerName(BestQualifierIndex) to EN-BowlerName(SeedIdx)
        move QF-PinTotal(BestQualifierIndex) to EN-PinTotal(SeedIdx)
        move zero to EN-Place(SeedIdx)
        move zero to EN-Prize(SeedIdx)
    end-perform

    move "Seeded qualifiers" to ReportLine
    write ReportLine
    perform varying SeedIdx from 1 by 1
            until SeedIdx is greater than NumberOfEntrants
        move SeedIdx to SeedEdited
        move spaces to ReportLine
        string
            "Seed " delimited by size
            SeedEdited delimited by size
            "  " delimited by size
            EN-BowlerName(SeedIdx) delimited by size
            "  qualifying pins " delimited by size
            EN-PinTotal(SeedIdx) delimited by size
            into ReportLine
        end-string
        write ReportLine
    end-perform
    move spaces to ReportLine
    write ReportLine.
2000-Exit.
    exit.

*> The draw is built by doubling: from the order for half the field,
*> every seed S on a line is followed by its opponent (lines * 2 + 1
*> - S). That gives 1 v 16, 8 v 9, 4 v 13, 5 v 12, 2 v 15 ... and
*> keeps the top seeds apart until the late rounds. Lines whose seed
*> has no qualifier are left empty as byes.
2200-DrawBracket.
    move 1 to DrawSeed(1)
    move 1 to DrawSize
    perform until DrawSize is not less than BracketSize
        perform varying DrawIdx from DrawSize by -1 until DrawIdx is less than 1
            move DrawSeed(DrawIdx) to DrawSeedHeld
            move DrawSeedHeld to DrawSeed(DrawIdx * 2 - 1)
            compute DrawSeed(DrawIdx * 2) = DrawSize * 2 + 1 - DrawSeedHeld
        end-perform
        compute DrawSize = DrawSize * 2
    end-perform

    perform varying DrawIdx from 1 by 1 until DrawIdx is greater than BracketSize
        if DrawSeed(DrawIdx) is greater than NumberOfEntrants
            move zero to DrawSeed(DrawIdx)
        end-if
    end-perform.
2200-Exit.
    exit.

*> Every finals card is scored once up front; a round then only has
*> to total the pins each bowler has on file for that round number.
2500-LoadBracketCards.
    open input BracketScorecards
    if BracketCardsNotFound
        display "TournamentBracketRun: no BracketScorecards.dat on file -"
            " every match is judged with no games"
        go to 2500-Exit
    end-if
    perform 2550-ReadScorecard thru 2550-Exit
    perform with test after until EndOfScorecards
        if not EndOfScorecards
            perform 2600-ScoreBracketCard thru 2600-Exit
        end-if
        if not EndOfScorecards
            perform 2550-ReadScorecard thru 2550-Exit
        end-if
    end-perform
    close BracketScorecards.
2500-Exit.
    exit.

2550-ReadScorecard.
    read BracketScorecards
        at end set EndOfScorecards to true
    end-read.
2550-Exit.
    exit.

2600-ScoreBracketCard.
    if RecordIsPinDetail
        go to 2600-Exit
    end-if
    if SC-ScoreCard(1:6) equal to "ABSENT"
        go to 2600-Exit
    end-if
    if SC-GameNumber is not numeric or SC-GameNumber equal to zero
        add 1 to RejectedCardCount
        display "TournamentBracketRun: rejected scorecard for "
            function trim(SC-BowlerName) " date " SC-GameDate
            " - no bracket round in the game number"
        go to 2600-Exit
    end-if

    move SC-ScoreCard to ScoringCard
    if NoTapScoring
        perform 2700-ConvertCardToNoTap thru 2700-Exit
    end-if
    move function CalculateScoreFromScorecard(ScoringCard, FrameBreakdown,
        CardIsValid, BadFrameNumber) to GameTotal
    if CardIsValid equal to zero
        add 1 to RejectedCardCount
        display "TournamentBracketRun: rejected scorecard for "
            function trim(SC-BowlerName) " date " SC-GameDate
            " - bad frame " BadFrameNumber
        go to 2600-Exit
    end-if

    if NumberOfBracketCards is not less than 500
        add 1 to BracketCardsOverflowed
        go to 2600-Exit
    end-if
    add 1 to NumberOfBracketCards
    move SC-BowlerName to BC-BowlerName(NumberOfBracketCards)
    move SC-GameNumber to BC-Round(NumberOfBracketCards)
    move GameTotal to BC-Pins(NumberOfBracketCards).
2600-Exit.
    exit.

*> No-tap conversion, as TournamentScoringRun applies it to the
*> qualifying cards: every regular-frame or bonus token whose first
*> ball is a 9 is rewritten as a strike before the card is scored.
2700-ConvertCardToNoTap.
    move zero to PipeCount
    inspect ScoringCard tallying PipeCount for all "|"
    if PipeCount is greater than zero
        move "|" to FrameDelimiter
        move "||" to BonusDelimiter
    else
        move "," to FrameDelimiter
        move ";;" to BonusDelimiter
    end-if

    move spaces to MainFrames
    move spaces to BonusBalls
    unstring ScoringCard
        delimited by BonusDelimiter
        into MainFrames, BonusBalls
    end-unstring

    move zero to NumberOfFrames
    inspect MainFrames tallying NumberOfFrames for all FrameDelimiter
    add 1 to NumberOfFrames

    move spaces to RebuiltCard
    move 1 to RebuildPointer
    move 1 to FrameTokenPointer
    perform varying CurrentFrame from 1 by 1
            until CurrentFrame is greater than NumberOfFrames
        move spaces to RawToken
        unstring MainFrames delimited by FrameDelimiter
            into RawToken
            with pointer FrameTokenPointer
        end-unstring
        if RawToken(1:1) equal to "9"
            move "X" to RawToken
            move spaces to RawToken(2:)
        end-if
        if CurrentFrame is greater than 1
            string FrameDelimiter delimited by size
                into RebuiltCard
                with pointer RebuildPointer
            end-string
        end-if
        string function trim(RawToken) delimited by size
            into RebuiltCard
            with pointer RebuildPointer
        end-string
    end-perform

    if BonusBalls(1:1) equal to "9"
        move "X" to BonusBalls(1:1)
    end-if
    if BonusBalls(2:1) equal to "9"
        move "X" to BonusBalls(2:1)
    end-if
    if BonusBalls not equal to spaces
        string BonusDelimiter delimited by size
            BonusBalls delimited by space
            into RebuiltCard
            with pointer RebuildPointer
        end-string
    end-if

    move RebuiltCard to ScoringCard.
2700-Exit.
    exit.

3000-PlayRounds.
    move BracketSize to BowlersLeft
    move zero to RoundNumber
    perform until BowlersLeft is less than 2
        add 1 to RoundNumber
        perform 3100-PlayOneRound thru 3100-Exit
    end-perform

    move 1 to EN-Place(DrawSeed(1))
    move DrawSeed(1) to SeedEdited
    move spaces to ReportLine
    string
        "CHAMPION: " delimited by size
        EN-BowlerName(DrawSeed(1)) delimited by size
        "  (seed " delimited by size
        function trim(SeedEdited) delimited by size
        ")" delimited by size
        into ReportLine
    end-string
    write ReportLine
    move spaces to ReportLine
    write ReportLine.
3000-Exit.
    exit.

*> Lines 1 and 2 of the draw meet, then 3 and 4, and so on; each
*> winner moves up to line N of the next round's draw. A bowler
*> beaten in a round of B bowlers finishes tied for place B / 2 + 1.
3100-PlayOneRound.
    evaluate BowlersLeft
        when 2
            move "Final" to RoundTitle
        when 4
            move "Semifinals" to RoundTitle
        when 8
            move "Quarterfinals" to RoundTitle
        when other
            move spaces to RoundTitle
            string
                "Round " delimited by size
                RoundNumber delimited by size
                into RoundTitle
            end-string
    end-evaluate
    move spaces to ReportLine
    string
        function trim(RoundTitle) delimited by size
        "  (bracket round " delimited by size
        RoundNumber delimited by size
        ")" delimited by size
        into ReportLine
    end-string
    write ReportLine

    compute MatchesInRound = BowlersLeft / 2
    compute LoserPlace = MatchesInRound + 1
    perform varying MatchIdx from 1 by 1
            until MatchIdx is greater than MatchesInRound
        move DrawSeed(MatchIdx * 2 - 1) to MW-TopSeed
        move DrawSeed(MatchIdx * 2) to MW-BottomSeed
        perform 3200-JudgeMatch thru 3200-Exit
        move MW-WinnerSeed to DrawSeed(MatchIdx)
    end-perform
    move MatchesInRound to BowlersLeft
    move spaces to ReportLine
    write ReportLine.
3100-Exit.
    exit.

3200-JudgeMatch.
    move zero to MW-WinnerSeed
    move zero to MW-LoserSeed
    move zero to MW-TopPins
    move zero to MW-BottomPins
    move spaces to MW-Outcome

    if MW-TopSeed equal to zero and MW-BottomSeed equal to zero
        go to 3200-Exit
    end-if
    if MW-BottomSeed equal to zero
        move MW-TopSeed to MW-WinnerSeed
        perform 3400-WriteByeLine thru 3400-Exit
        go to 3200-Exit
    end-if
    if MW-TopSeed equal to zero
        move MW-BottomSeed to MW-WinnerSeed
        perform 3400-WriteByeLine thru 3400-Exit
        go to 3200-Exit
    end-if

    move MW-TopSeed to LookupSeed
    perform 3300-TotalRoundPins thru 3300-Exit
    move LookupPins to MW-TopPins
    move LookupCards to MW-TopCards
    move MW-BottomSeed to LookupSeed
    perform 3300-TotalRoundPins thru 3300-Exit
    move LookupPins to MW-BottomPins
    move LookupCards to MW-BottomCards

*> Ties and rounds where neither bowler turned in a card go to the
*> better (lower-numbered) seed. After an upset the winner moves up
*> into the top line of the next match, so the top line is not
*> always the better seed.
    evaluate true
        when MW-TopCards equal to zero and MW-BottomCards equal to zero
            perform 3250-BetterSeedThrough thru 3250-Exit
            move "no cards - higher seed through" to MW-Outcome
            add 1 to ForfeitCount
        when MW-BottomCards equal to zero
            move MW-TopSeed to MW-WinnerSeed
            move MW-BottomSeed to MW-LoserSeed
            move "forfeit" to MW-Outcome
            add 1 to ForfeitCount
        when MW-TopCards equal to zero
            move MW-BottomSeed to MW-WinnerSeed
            move MW-TopSeed to MW-LoserSeed
            move "forfeit" to MW-Outcome
            add 1 to ForfeitCount
        when MW-BottomPins is greater than MW-TopPins
            move MW-BottomSeed to MW-WinnerSeed
            move MW-TopSeed to MW-LoserSeed
        when MW-BottomPins equal to MW-TopPins
            perform 3250-BetterSeedThrough thru 3250-Exit
            move "tie - higher seed through" to MW-Outcome
        when other
            move MW-TopSeed to MW-WinnerSeed
            move MW-BottomSeed to MW-LoserSeed
    end-evaluate
    move LoserPlace to EN-Place(MW-LoserSeed)

    move MW-TopSeed to SeedEdited
    move MW-BottomSeed to OtherSeedEdited
    move MW-TopPins to PinsEdited
    move MW-BottomPins to OtherPinsEdited
    move spaces to ReportLine
    string
        "(" delimited by size
        SeedEdited delimited by size
        ") " delimited by size
        EN-BowlerName(MW-TopSeed) delimited by size
        PinsEdited delimited by size
        "  v  (" delimited by size
        OtherSeedEdited delimited by size
        ") " delimited by size
        EN-BowlerName(MW-BottomSeed) delimited by size
        OtherPinsEdited delimited by size
        "  winner " delimited by size
        function trim(EN-BowlerName(MW-WinnerSeed)) delimited by size
        "  " delimited by size
        MW-Outcome delimited by size
        into ReportLine
    end-string
    write ReportLine.
3200-Exit.
    exit.

3250-BetterSeedThrough.
    if MW-BottomSeed is less than MW-TopSeed
        move MW-BottomSeed to MW-WinnerSeed
        move MW-TopSeed to MW-LoserSeed
    else
        move MW-TopSeed to MW-WinnerSeed
        move MW-BottomSeed to MW-LoserSeed
    end-if.
3250-Exit.
    exit.

3300-TotalRoundPins.
    move zero to LookupPins
    move zero to LookupCards
    perform varying CardIdx from 1 by 1
            until CardIdx is greater than NumberOfBracketCards
        if BC-BowlerName(CardIdx) equal to EN-BowlerName(LookupSeed)
                and BC-Round(CardIdx) equal to RoundNumber
            add BC-Pins(CardIdx) to LookupPins
            add 1 to LookupCards
        end-if
    end-perform.
3300-Exit.
    exit.

3400-WriteByeLine.
    move MW-WinnerSeed to SeedEdited
    move spaces to ReportLine
    string
        "(" delimited by size
        SeedEdited delimited by size
        ") " delimited by size
        EN-BowlerName(MW-WinnerSeed) delimited by size
        "      bye" delimited by size
        into ReportLine
    end-string
    write ReportLine.
3400-Exit.
    exit.

*> Places are written best first: 1, 2, then each beaten round's
*> shared place (3, 5, 9, 17). The entry pot is the fee times the
*> bowlers in the draw; the champion, runner-up and each beaten
*> semifinalist take their percent of it and the house keeps the
*> rest.
4000-WritePlacings.
    compute PrizeFund = EntryFee * NumberOfEntrants
    move zero to PrizesPaid

    move "Final placings" to ReportLine
    write ReportLine
    move 1 to PlaceToPrint
    perform until PlaceToPrint is greater than NumberOfEntrants
        perform varying SeedIdx from 1 by 1
                until SeedIdx is greater than NumberOfEntrants
            if EN-Place(SeedIdx) equal to PlaceToPrint
                perform 4100-WritePlacingLine thru 4100-Exit
            end-if
        end-perform
        if PlaceToPrint equal to 1
            move 2 to PlaceToPrint
        else
            compute PlaceToPrint = PlaceToPrint * 2 - 1
        end-if
    end-perform

    compute HouseRetained = PrizeFund - PrizesPaid
    move spaces to ReportLine
    write ReportLine
    move NumberOfEntrants to CountEdited
    move spaces to ReportLine
    string
        "Bowlers in the draw          " delimited by size
        CountEdited delimited by size
        into ReportLine
    end-string
    write ReportLine
    move PrizeFund to AmountEdited
    move spaces to ReportLine
    string
        "Entry pot              " delimited by size
        AmountEdited delimited by size
        into ReportLine
    end-string
    write ReportLine
    move PrizesPaid to AmountEdited
    move spaces to ReportLine
    string
        "Prizes paid            " delimited by size
        AmountEdited delimited by size
        into ReportLine
    end-string
    write ReportLine
    move HouseRetained to AmountEdited
    move spaces to ReportLine
    string
        "Retained by the house  " delimited by size
        AmountEdited delimited by size
        into ReportLine
    end-string
    write ReportLine.
4000-Exit.
    exit.

4100-WritePlacingLine.
    evaluate EN-Place(SeedIdx)
        when 1
            move ChampionPercent to PlacePercent
        when 2
            move RunnerUpPercent to PlacePercent
        when 3
            move SemifinalPercent to PlacePercent
        when other
            move zero to PlacePercent
    end-evaluate
    compute EN-Prize(SeedIdx) rounded = PrizeFund * PlacePercent / 100
    add EN-Prize(SeedIdx) to PrizesPaid

    move EN-Place(SeedIdx) to PlaceEdited
    move SeedIdx to SeedEdited
    move EN-Prize(SeedIdx) to AmountEdited
    move PlacePercent to PercentEdited
    move spaces to ReportLine
    string
        "Place " delimited by size
        PlaceEdited delimited by size
        "  " delimited by size
        EN-BowlerName(SeedIdx) delimited by size
        "  seed " delimited by size
        SeedEdited delimited by size
        "  prize " delimited by size
        AmountEdited delimited by size
        "  (" delimited by size
        function trim(PercentEdited) delimited by size
        " percent)" delimited by size
        into ReportLine
    end-string
    write ReportLine.
4100-Exit.
    exit.

8000-SetReturnCode.
    if RejectedCardCount is greater than zero
            or ForfeitCount is greater than zero
        set BatchCompletedWithWarnings to true
    else
        set BatchCompletedNormally to true
    end-if.
8000-Exit.
    exit.

9000-Terminate.
    close BracketReport.
9000-Exit.
    exit.

end program TournamentBracketRun.
