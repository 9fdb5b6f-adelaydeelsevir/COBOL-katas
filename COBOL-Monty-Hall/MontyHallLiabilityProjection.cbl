identification division.
program-id. MontyHallLiabilityProjection.

*> Prize-liability projection for the show. The simulation says how
*> often each strategy wins; the people paying for the cars want to
*> know what a season costs. MontyHallProjectionParms.dat describes
*> the season and the contestants:
*>   S - shows per season, contestants per show, seasons to
*>       simulate (up to 1000) and a seed (0 takes the clock);
*>   M - the contestant population at the start of the season:
*>       percent who stay, who switch, who switch to a random door;
*>   L - the population by the last show of the season, if the
*>       contestants learn to switch as the season goes on (no L
*>       line means they never learn);
*>   V - one prize format per line: door count, host model (blank
*>       takes the first sweep scenario with those doors) and the
*>       prize paid on a win.
*> No new game logic is played here. For each format the rounds the
*> simulation itself played - the sweep scenario with that door
*> count and host, read back from its MontyHallResults detail file -
*> are the population of games: every contestant of every show of
*> every simulated season is dealt one of those rounds at random,
*> draws a strategy from the population mix, and is paid the prize
*> if that strategy's arm won the round. A Monty Fall round voided
*> by a car reveal is re-staged on the show, so it is never dealt.
*> The same deal and the same strategy draw are scored twice - once
*> with the starting mix held all season, once with the mix moving
*> in a straight line from M at the first show to L at the last -
*> so the difference between the two is the cost of learning and
*> nothing else. MontyHallLiabilityReport.dat shows per format the
*> expected payout per show and per season from the observed win
*> rates, the 5th-percentile, median and 95th-percentile band from
*> the simulated shows and seasons, what learning adds to a season,
*> and the expected payout per show at points through the season
*> as the mix moves.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
file-control.
    select ProjectionParms assign to "MontyHallProjectionParms.dat"
        organization is line sequential
        file status is ProjectionParmsStatus.
    select SweepSummary assign to "MontyHallSweepSummary.dat"
        organization is line sequential
        file status is SweepSummaryStatus.
    select MontyHallResults assign to ResultsFileName
        organization is line sequential
        file status is MontyHallResultsStatus.
    select LiabilityReport assign to "MontyHallLiabilityReport.dat"
        organization is line sequential.

data division.
file section.
    fd ProjectionParms.
        01 ProjectionParmRecord.
            02 PR-Type pic x.
                88 SeasonParm     value "S".
                88 StartMixParm   value "M".
                88 LearnedMixParm value "L".
                88 PrizeParm      value "V".
            02 filler  pic x(39).
        01 SeasonParmRecord.
            02 filler         pic xx.
            02 SP-Shows       pic 999.
            02 filler         pic x.
            02 SP-Contestants pic 99.
            02 filler         pic x.
            02 SP-Seasons     pic 9(4).
            02 filler         pic x.
            02 SP-Seed        pic 9(4).
            02 filler         pic x(22).
        01 MixParmRecord.
            02 filler         pic xx.
            02 MX-Stay        pic 999.
            02 filler         pic x.
            02 MX-Switch      pic 999.
            02 filler         pic x.
            02 MX-Random      pic 999.
            02 filler         pic x(27).
        01 PrizeParmRecord.
            02 filler         pic xx.
            02 PV-Doors       pic 99.
            02 filler         pic x.
            02 PV-Host        pic x.
            02 filler         pic x.
            02 PV-Prize       pic 9(7)v99.
            02 filler         pic x(24).

    fd SweepSummary.
        01 SummaryLine.
            02 SL-Scenario   pic xx.
            02 filler        pic x(8).
            02 SL-Rounds     pic 9(6).
            02 filler        pic xx.
            02 SL-Doors      pic 99.
            02 filler        pic x(4).
            02 SL-Host       pic x.
            02 filler        pic x(76).

    fd MontyHallResults.
        01 MontyHallResultLine.
            02 RF-Round        pic 9(6).
            02 filler          pic x.
            02 RF-DoorWithCar  pic 99.
            02 filler          pic x.
            02 RF-DoorChosen   pic 99.
            02 filler          pic x.
            02 RF-StaySituation pic x(3).
            02 filler          pic x.
            02 RF-SwapSituation pic x(3).
            02 filler          pic x.
            02 RF-RandomSwapSituation pic x(3).
            02 filler          pic x(36).

    fd LiabilityReport.
        01 ReportLine pic x(100).

working-storage section.
    01 ProjectionParmsStatus pic xx value spaces.
        88 ProjectionParmsFound value "00".
        88 EndOfProjectionParms value "10".
    01 SweepSummaryStatus pic xx value spaces.
        88 SweepSummaryNotFound value "35".
        88 EndOfSweepSummary value "10".
    01 MontyHallResultsStatus pic xx value spaces.
        88 MontyHallResultsFound value "00".
        88 EndOfMontyHallResults value "10".
    01 ResultsFileName pic x(30) value spaces.

    01 ShowsPerSeason pic 999 value zero.
    01 ContestantsPerShow pic 99 value zero.
    01 SeasonsToSimulate pic 9(4) value zero.
    01 ProjectionSeed pic 9(4) value zero.
    01 SeasonParmSeen pic 9 value zero usage binary.
        88 SeasonParmFound value 1.
    01 StartMixSeen pic 9 value zero usage binary.
        88 StartMixFound value 1.
    01 LearnedMixSeen pic 9 value zero usage binary.
        88 LearnedMixFound value 1.

    01 StartMix.
        02 SM-Stay   pic 999 value zero.
        02 SM-Switch pic 999 value zero.
        02 SM-Random pic 999 value zero.
    01 LearnedMix.
        02 LM-Stay   pic 999 value zero.
        02 LM-Switch pic 999 value zero.
        02 LM-Random pic 999 value zero.
    01 MixTotal pic 9(4) value zero.
    01 MixName pic x(6) value spaces.

    01 PrizeFormats.
        02 PrizeFormat occurs 10 times indexed by FormatIdx.
            03 FM-Doors pic 99.
            03 FM-Host  pic x.
            03 FM-Prize pic 9(7)v99.
    01 NumberOfFormats pic 99 value zero.
    01 FormatNumber pic 99 value zero.
    01 FormatsProjected pic 99 value zero.
    01 FormatsSkipped pic 99 value zero.
    01 ParmRejections pic 99 value zero.

    01 SweepScenarios.
        02 SweepScenario occurs 20 times indexed by SweepIdx.
            03 SW-Scenario pic 99.
            03 SW-Doors    pic 99.
            03 SW-Host     pic x.
    01 NumberOfSweepScenarios pic 99 value zero.
    01 SourceScenario pic 99 value zero.
    01 SourceHost pic x value spaces.

*> One entry per scored round of the source scenario: the first
*> letter of each arm's WIN/los column.
    01 RoundOutcomes.
        02 RoundOutcome occurs 999999 times.
            03 RO-Stay   pic x.
            03 RO-Swap   pic x.
            03 RO-Random pic x.
    01 RoundsLoaded pic 9(6) value zero.
    01 RoundsVoided pic 9(6) value zero.
    01 StayWinsLoaded pic 9(6) value zero.
    01 SwapWinsLoaded pic 9(6) value zero.
    01 RandomWinsLoaded pic 9(6) value zero.
    01 StayRate pic 9v9(6) value zero.
    01 SwapRate pic 9v9(6) value zero.
    01 RandomRate pic 9v9(6) value zero.

    01 CurrentTime.
        02 filler   pic 9(4).
        02 Seed     pic 9(4).
    01 SeedDraw pic 9v9(9) value zero.

    01 SeasonNumber pic 9(4) value zero.
    01 ShowNumber pic 999 value zero.
    01 ContestantNumber pic 99 value zero.
    01 RoundPick pic 9(6) value zero.
    01 StrategyDraw pic 999v9(6) value zero.
    01 LearnFraction pic 9v9(6) value zero.
    01 ShowStayShare pic 999v9(4) value zero.
    01 ShowSwitchShare pic 999v9(4) value zero.
    01 ShowRandomShare pic 999v9(4) value zero.
    01 ArmStayShare pic 999v9(4) value zero.
    01 ArmSwitchShare pic 999v9(4) value zero.
    01 ArmWon pic x value "N".
        88 ArmWasWon value "Y".

*> Mix 1 holds the starting population all season, mix 2 lets it
*> learn. Show wins are tallied by how many contestants won (0 to
*> 99, so a band per show needs no sort); season wins are kept in
*> ascending order as each season finishes.
    01 MixIdx pic 9 value zero.
    01 ShowWins occurs 2 times pic 99.
    01 SeasonWins occurs 2 times pic 9(6).
    01 ShowTallies.
        02 ShowTally occurs 2 times.
            03 ST-Shows pic 9(9) occurs 100 times.
    01 SortedSeasons.
        02 SortedSeason occurs 2 times.
            03 SS-Wins pic 9(6) occurs 1000 times.
    01 InsertAt pic 9(4) value zero.
    01 TallyIdx pic 999 value zero.

    01 PercentileWanted pic 99 value zero.
    01 PercentileRank pic 9(9) value zero.
    01 RunningShows pic 9(9) value zero.
    01 TotalShows pic 9(9) value zero.
    01 BandWins pic 9(6) value zero.
    01 BandLowWins pic 9(6) value zero.
    01 BandMedianWins pic 9(6) value zero.
    01 BandHighWins pic 9(6) value zero.

    01 ExpectedPerContestant pic 9(7)v9(6) value zero.
    01 ExpectedShowHeld pic 9(11)v99 value zero.
    01 ExpectedSeasonHeld pic 9(11)v99 value zero.
    01 ExpectedShowLearned pic 9(11)v99 value zero.
    01 ExpectedSeasonLearned pic 9(11)v99 value zero.
    01 ExpectedShowAtPoint pic 9(11)v99 value zero.
    01 LearningCost pic s9(11)v99 value zero.
    01 LearningPct pic s9(4)v99 value zero.
    01 SeasonCeiling pic 9(13)v99 value zero.
    01 CurveStep pic 999 value zero.

    01 BandLine.
        02 filler      pic xx value spaces.
        02 BL-Label    pic x(24).
        02 BL-Expected pic zz,zzz,zzz,zz9.99.
        02 filler      pic x value space.
        02 BL-Low      pic zz,zzz,zzz,zz9.99.
        02 filler      pic x value space.
        02 BL-Median   pic zz,zzz,zzz,zz9.99.
        02 filler      pic x value space.
        02 BL-High     pic zz,zzz,zzz,zz9.99.

    01 AmountEdited pic zz,zzz,zzz,zz9.99 value zero.
    01 PrizeEdited pic z,zzz,zz9.99 value zero.
    01 SignedAmountEdited pic ++,+++,+++,++9.99 value zero.
    01 SignedPctEdited pic ++++9.99 value zero.
    01 StayPctEdited pic zz9.99 value zero.
    01 SwapPctEdited pic zz9.99 value zero.
    01 RandomPctEdited pic zz9.99 value zero.
    01 StayShareEdited pic zz9.9 value zero.
    01 SwitchShareEdited pic zz9.9 value zero.
    01 RandomShareEdited pic zz9.9 value zero.
    01 RejectText pic x(80) value spaces.

    copy BatchReturnCode.

procedure division.

0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    if BatchCompletedWithErrors
        perform 9000-Terminate thru 9000-Exit
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 2000-LoadSweepScenarios thru 2000-Exit
    if BatchCompletedWithErrors
        perform 9000-Terminate thru 9000-Exit
        move BatchReturnCode to return-code
        stop run
    end-if
    perform varying FormatNumber from 1 by 1
            until FormatNumber is greater than NumberOfFormats
        perform 5000-ProjectOneFormat thru 5000-Exit
    end-perform
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
    move BatchReturnCode to return-code
    stop run.

*> The whole deck is checked before anything is projected: a mix
*> that does not add up to 100, a season with no shows, or a prize
*> format that cannot be paid out is a rejected run, not a guess.
1000-Initialize.
    open output LiabilityReport
    move "Monty Hall prize-liability projection" to ReportLine
    write ReportLine

    open input ProjectionParms
    if not ProjectionParmsFound
        move "no MontyHallProjectionParms.dat on file" to RejectText
        perform 7000-Reject thru 7000-Exit
        go to 1000-Exit
    end-if
    perform 1100-ReadParmRecord thru 1100-Exit
    perform until EndOfProjectionParms
        perform 1200-TakeParmRecord thru 1200-Exit
        perform 1100-ReadParmRecord thru 1100-Exit
    end-perform
    close ProjectionParms

    if not SeasonParmFound
        move "no S line - shows, contestants and seasons not given"
            to RejectText
        perform 7000-Reject thru 7000-Exit
    end-if
    if not StartMixFound
        move "no M line - contestant mix not given" to RejectText
        perform 7000-Reject thru 7000-Exit
    end-if
    if not LearnedMixFound
        move StartMix to LearnedMix
    end-if
    if NumberOfFormats equal to zero
        move "no V line - no prize format to project" to RejectText
        perform 7000-Reject thru 7000-Exit
    end-if
    if ParmRejections is greater than zero
        go to 1000-Exit
    end-if
    perform 1300-CheckPrizeCeilings thru 1300-Exit
    if ParmRejections is greater than zero
        go to 1000-Exit
    end-if
    perform 1400-WriteRunHeading thru 1400-Exit.
1000-Exit.
    exit.

1100-ReadParmRecord.
    read ProjectionParms
        at end set EndOfProjectionParms to true
    end-read.
1100-Exit.
    exit.

1200-TakeParmRecord.
    evaluate true
        when ProjectionParmRecord equal to spaces
            continue
        when SeasonParm
            if SP-Shows is not numeric or SP-Contestants is not numeric
                    or SP-Seasons is not numeric or SP-Seed is not numeric
                    or SP-Shows equal to zero
                    or SP-Contestants equal to zero
                    or SP-Seasons equal to zero
                    or SP-Seasons is greater than 1000
                move "S line needs shows, contestants and 1-1000 seasons"
                    to RejectText
                perform 7000-Reject thru 7000-Exit
            else
                move 1 to SeasonParmSeen
                move SP-Shows to ShowsPerSeason
                move SP-Contestants to ContestantsPerShow
                move SP-Seasons to SeasonsToSimulate
                move SP-Seed to ProjectionSeed
            end-if
        when StartMixParm
            move "M" to MixName
            perform 1250-CheckMix thru 1250-Exit
            if MixTotal equal to 100
                move 1 to StartMixSeen
                move MX-Stay to SM-Stay
                move MX-Switch to SM-Switch
                move MX-Random to SM-Random
            end-if
        when LearnedMixParm
            move "L" to MixName
            perform 1250-CheckMix thru 1250-Exit
            if MixTotal equal to 100
                move 1 to LearnedMixSeen
                move MX-Stay to LM-Stay
                move MX-Switch to LM-Switch
                move MX-Random to LM-Random
            end-if
        when PrizeParm
            if PV-Doors is not numeric or PV-Prize is not numeric
                    or PV-Doors is less than 3
                    or PV-Prize equal to zero
                    or not (PV-Host equal to space or "C" or "F" or "I")
                move "V line needs 3-99 doors, host C/F/I/blank and a prize"
                    to RejectText
                perform 7000-Reject thru 7000-Exit
            else
                if NumberOfFormats equal to 10
                    move "more than 10 V lines" to RejectText
                    perform 7000-Reject thru 7000-Exit
                else
                    add 1 to NumberOfFormats
                    move PV-Doors to FM-Doors(NumberOfFormats)
                    move PV-Host to FM-Host(NumberOfFormats)
                    move PV-Prize to FM-Prize(NumberOfFormats)
                end-if
            end-if
        when other
            move spaces to RejectText
            string
                "unrecognised parm line type " delimited by size
                PR-Type delimited by size
                into RejectText
            end-string
            perform 7000-Reject thru 7000-Exit
    end-evaluate.
1200-Exit.
    exit.

1250-CheckMix.
    move zero to MixTotal
    if MX-Stay is not numeric or MX-Switch is not numeric
            or MX-Random is not numeric
        move spaces to RejectText
        string
            MixName delimited by space
            " line mix is not three percentages" delimited by size
            into RejectText
        end-string
        perform 7000-Reject thru 7000-Exit
        go to 1250-Exit
    end-if
    compute MixTotal = MX-Stay + MX-Switch + MX-Random
    if MixTotal not equal to 100
        move spaces to RejectText
        string
            MixName delimited by space
            " line mix adds up to " delimited by size
            MixTotal delimited by size
            "%, not 100%" delimited by size
            into RejectText
        end-string
        perform 7000-Reject thru 7000-Exit
    end-if.
1250-Exit.
    exit.

*> A season where every contestant of every show wins has to fit
*> the report's amount columns.
1300-CheckPrizeCeilings.
    perform varying FormatIdx from 1 by 1
            until FormatIdx is greater than NumberOfFormats
        compute SeasonCeiling =
            FM-Prize(FormatIdx) * ContestantsPerShow * ShowsPerSeason
        if SeasonCeiling is greater than 99999999999.99
            move spaces to RejectText
            string
                "prize for " delimited by size
                FM-Doors(FormatIdx) delimited by size
                " doors is too large for a season of this size"
                    delimited by size
                into RejectText
            end-string
            perform 7000-Reject thru 7000-Exit
        end-if
    end-perform.
1300-Exit.
    exit.

1400-WriteRunHeading.
    move spaces to ReportLine
    string
        "Season: " delimited by size
        ShowsPerSeason delimited by size
        " shows of " delimited by size
        ContestantsPerShow delimited by size
        " contestant(s), " delimited by size
        SeasonsToSimulate delimited by size
        " seasons simulated, seed " delimited by size
        ProjectionSeed delimited by size
        into ReportLine
    end-string
    write ReportLine
    move spaces to ReportLine
    string
        "Mix at first show: stay " delimited by size
        SM-Stay delimited by size
        "% switch " delimited by size
        SM-Switch delimited by size
        "% random " delimited by size
        SM-Random delimited by size
        "%" delimited by size
        into ReportLine
    end-string
    write ReportLine
    move spaces to ReportLine
    if LearnedMixFound
        string
            "Mix at last show:  stay " delimited by size
            LM-Stay delimited by size
            "% switch " delimited by size
            LM-Switch delimited by size
            "% random " delimited by size
            LM-Random delimited by size
            "%" delimited by size
            into ReportLine
        end-string
    else
        move "No learning given - the mix is held all season" to ReportLine
    end-if
    write ReportLine.
1400-Exit.
    exit.

2000-LoadSweepScenarios.
    open input SweepSummary
    if SweepSummaryNotFound
        move "no MontyHallSweepSummary.dat on file - run MontyHall first"
            to RejectText
        perform 7000-Reject thru 7000-Exit
        go to 2000-Exit
    end-if
    perform 2100-ReadSummaryLine thru 2100-Exit
    perform until EndOfSweepSummary
        if SL-Scenario is numeric and SL-Doors is numeric
                and NumberOfSweepScenarios is less than 20
            add 1 to NumberOfSweepScenarios
            set SweepIdx to NumberOfSweepScenarios
            move SL-Scenario to SW-Scenario(SweepIdx)
            move SL-Doors to SW-Doors(SweepIdx)
            move SL-Host to SW-Host(SweepIdx)
            if SL-Host equal to space
                move "C" to SW-Host(SweepIdx)
            end-if
        end-if
        perform 2100-ReadSummaryLine thru 2100-Exit
    end-perform
    close SweepSummary.
2000-Exit.
    exit.

2100-ReadSummaryLine.
    read SweepSummary
        at end set EndOfSweepSummary to true
    end-read.
2100-Exit.
    exit.

5000-ProjectOneFormat.
    set FormatIdx to FormatNumber
    move spaces to ReportLine
    write ReportLine
    move FM-Prize(FormatIdx) to PrizeEdited

    perform 5100-FindSourceScenario thru 5100-Exit
    if SourceScenario equal to zero
        add 1 to FormatsSkipped
        move spaces to ReportLine
        string
            "Format " delimited by size
            FormatNumber delimited by size
            ": no sweep scenario played " delimited by size
            FM-Doors(FormatIdx) delimited by size
            " doors with host " delimited by size
            FM-Host(FormatIdx) delimited by size
            " - format skipped" delimited by size
            into ReportLine
        end-string
        write ReportLine
        display "MontyHallLiabilityProjection: " ReportLine
        go to 5000-Exit
    end-if

    perform 5200-LoadRoundOutcomes thru 5200-Exit
    if RoundsLoaded equal to zero
        add 1 to FormatsSkipped
        move spaces to ReportLine
        string
            "Format " delimited by size
            FormatNumber delimited by size
            ": no scored rounds on " delimited by size
            ResultsFileName delimited by space
            " - format skipped" delimited by size
            into ReportLine
        end-string
        write ReportLine
        display "MontyHallLiabilityProjection: " ReportLine
        go to 5000-Exit
    end-if

    add 1 to FormatsProjected
    perform 5300-ComputeExpected thru 5300-Exit
    perform 5400-SimulateSeasons thru 5400-Exit
    perform 5600-WriteFormatReport thru 5600-Exit
    perform 5700-WriteLearningCurve thru 5700-Exit.
5000-Exit.
    exit.

*> The format's host code picks among sweep scenarios with the same
*> door count; a blank host takes the first of them.
5100-FindSourceScenario.
    move zero to SourceScenario
    perform varying SweepIdx from 1 by 1
            until SweepIdx is greater than NumberOfSweepScenarios
                or SourceScenario is greater than zero
        if SW-Doors(SweepIdx) equal to FM-Doors(FormatIdx)
                and (FM-Host(FormatIdx) equal to space
                    or SW-Host(SweepIdx) equal to FM-Host(FormatIdx))
            move SW-Scenario(SweepIdx) to SourceScenario
            move SW-Host(SweepIdx) to SourceHost
        end-if
    end-perform.
5100-Exit.
    exit.

*> Scenario 1's detail is MontyHallResults.dat, every later one
*> MontyHallResults-NN.dat, exactly as the simulation names them.
5200-LoadRoundOutcomes.
    move zero to RoundsLoaded RoundsVoided
    move zero to StayWinsLoaded SwapWinsLoaded RandomWinsLoaded
    move spaces to ResultsFileName
    if SourceScenario equal to 1
        move "MontyHallResults.dat" to ResultsFileName
    else
        string
            "MontyHallResults-" delimited by size
            SourceScenario delimited by size
            ".dat" delimited by size
            into ResultsFileName
        end-string
    end-if

    open input MontyHallResults
    if not MontyHallResultsFound
        go to 5200-Exit
    end-if
    perform 5210-ReadResultLine thru 5210-Exit
    perform until EndOfMontyHallResults
            or RoundsLoaded equal to 999999
        evaluate true
            when RF-StaySituation equal to "vod"
                add 1 to RoundsVoided
            when RF-StaySituation equal to "WIN" or "los"
                add 1 to RoundsLoaded
                move RF-StaySituation(1:1) to RO-Stay(RoundsLoaded)
                move RF-SwapSituation(1:1) to RO-Swap(RoundsLoaded)
                move RF-RandomSwapSituation(1:1) to RO-Random(RoundsLoaded)
                if RO-Stay(RoundsLoaded) equal to "W"
                    add 1 to StayWinsLoaded
                end-if
                if RO-Swap(RoundsLoaded) equal to "W"
                    add 1 to SwapWinsLoaded
                end-if
                if RO-Random(RoundsLoaded) equal to "W"
                    add 1 to RandomWinsLoaded
                end-if
            when other
                continue
        end-evaluate
        perform 5210-ReadResultLine thru 5210-Exit
    end-perform
    close MontyHallResults.
5200-Exit.
    exit.

5210-ReadResultLine.
    read MontyHallResults
        at end set EndOfMontyHallResults to true
    end-read.
5210-Exit.
    exit.

*> Expected payout per contestant under a mix is the prize times
*> the mix-weighted win rate of the three arms. The learning mix
*> moves in a straight line, so its season expectation is summed
*> show by show in 5700; here it is the held mix.
5300-ComputeExpected.
    compute StayRate rounded = StayWinsLoaded / RoundsLoaded
    compute SwapRate rounded = SwapWinsLoaded / RoundsLoaded
    compute RandomRate rounded = RandomWinsLoaded / RoundsLoaded

    move SM-Stay to ArmStayShare
    move SM-Switch to ArmSwitchShare
    compute ShowRandomShare = 100 - SM-Stay - SM-Switch
    perform 5350-ExpectedForShares thru 5350-Exit
    compute ExpectedShowHeld rounded =
        ExpectedPerContestant * ContestantsPerShow
    compute ExpectedSeasonHeld rounded =
        ExpectedPerContestant * ContestantsPerShow * ShowsPerSeason

    move zero to ExpectedSeasonLearned
    perform varying ShowNumber from 1 by 1
            until ShowNumber is greater than ShowsPerSeason
        perform 5450-SetShowMix thru 5450-Exit
        move ShowStayShare to ArmStayShare
        move ShowSwitchShare to ArmSwitchShare
        perform 5350-ExpectedForShares thru 5350-Exit
        compute ExpectedSeasonLearned rounded = ExpectedSeasonLearned
            + ExpectedPerContestant * ContestantsPerShow
    end-perform
    compute ExpectedShowLearned rounded =
        ExpectedSeasonLearned / ShowsPerSeason.
5300-Exit.
    exit.

5350-ExpectedForShares.
    compute ExpectedPerContestant rounded = FM-Prize(FormatIdx)
        * (ArmStayShare * StayRate + ArmSwitchShare * SwapRate
            + (100 - ArmStayShare - ArmSwitchShare) * RandomRate) / 100.
5350-Exit.
    exit.

*> Every format is dealt from the same seed, so two formats in one
*> deck see the same sequence of strategy draws.
5400-SimulateSeasons.
    if ProjectionSeed is greater than zero
        move ProjectionSeed to Seed
    else
        accept CurrentTime from time
    end-if
    compute SeedDraw = random(Seed)
    initialize ShowTallies SortedSeasons
    perform varying SeasonNumber from 1 by 1
            until SeasonNumber is greater than SeasonsToSimulate
        move zero to SeasonWins(1) SeasonWins(2)
        perform varying ShowNumber from 1 by 1
                until ShowNumber is greater than ShowsPerSeason
            perform 5410-SimulateOneShow thru 5410-Exit
        end-perform
        perform varying MixIdx from 1 by 1 until MixIdx is greater than 2
            perform 5480-FileSeasonWins thru 5480-Exit
        end-perform
    end-perform.
5400-Exit.
    exit.

5410-SimulateOneShow.
    perform 5450-SetShowMix thru 5450-Exit
    move zero to ShowWins(1) ShowWins(2)
    perform varying ContestantNumber from 1 by 1
            until ContestantNumber is greater than ContestantsPerShow
        perform 5420-PlayOneContestant thru 5420-Exit
    end-perform
    perform varying MixIdx from 1 by 1 until MixIdx is greater than 2
        compute TallyIdx = ShowWins(MixIdx) + 1
        add 1 to ST-Shows(MixIdx, TallyIdx)
        add ShowWins(MixIdx) to SeasonWins(MixIdx)
    end-perform.
5410-Exit.
    exit.

*> One contestant: one recorded round and one strategy draw, scored
*> under the held mix and under this show's learned mix.
5420-PlayOneContestant.
    compute RoundPick = (random * RoundsLoaded) + 1
    compute StrategyDraw = random * 100

    move SM-Stay to ArmStayShare
    move SM-Switch to ArmSwitchShare
    perform 5430-ScoreContestant thru 5430-Exit
    if ArmWasWon
        add 1 to ShowWins(1)
    end-if

    move ShowStayShare to ArmStayShare
    move ShowSwitchShare to ArmSwitchShare
    perform 5430-ScoreContestant thru 5430-Exit
    if ArmWasWon
        add 1 to ShowWins(2)
    end-if.
5420-Exit.
    exit.

5430-ScoreContestant.
    move "N" to ArmWon
    evaluate true
        when StrategyDraw is less than ArmStayShare
            if RO-Stay(RoundPick) equal to "W"
                move "Y" to ArmWon
            end-if
        when StrategyDraw is less than ArmStayShare + ArmSwitchShare
            if RO-Swap(RoundPick) equal to "W"
                move "Y" to ArmWon
            end-if
        when other
            if RO-Random(RoundPick) equal to "W"
                move "Y" to ArmWon
            end-if
    end-evaluate.
5430-Exit.
    exit.

*> Show 1 plays the starting mix and the last show the learned mix,
*> in equal steps between.
5450-SetShowMix.
    if ShowsPerSeason equal to 1
        move zero to LearnFraction
    else
        compute LearnFraction rounded =
            (ShowNumber - 1) / (ShowsPerSeason - 1)
    end-if
    compute ShowStayShare rounded =
        SM-Stay + (LM-Stay - SM-Stay) * LearnFraction
    compute ShowSwitchShare rounded =
        SM-Switch + (LM-Switch - SM-Switch) * LearnFraction
    compute ShowRandomShare = 100 - ShowStayShare - ShowSwitchShare.
5450-Exit.
    exit.

*> Insertion into the ascending season table for this mix.
5480-FileSeasonWins.
    compute InsertAt = SeasonNumber
    perform until InsertAt equal to 1
            or SS-Wins(MixIdx, InsertAt - 1)
                is not greater than SeasonWins(MixIdx)
        move SS-Wins(MixIdx, InsertAt - 1) to SS-Wins(MixIdx, InsertAt)
        subtract 1 from InsertAt
    end-perform
    move SeasonWins(MixIdx) to SS-Wins(MixIdx, InsertAt).
5480-Exit.
    exit.

5600-WriteFormatReport.
    move spaces to ReportLine
    string
        "Format " delimited by size
        FormatNumber delimited by size
        ": " delimited by size
        FM-Doors(FormatIdx) delimited by size
        " doors, host " delimited by size
        SourceHost delimited by size
        ", prize " delimited by size
        trim(PrizeEdited) delimited by size
        " - sweep scenario " delimited by size
        SourceScenario delimited by size
        ", " delimited by size
        RoundsLoaded delimited by size
        " scored rounds, " delimited by size
        RoundsVoided delimited by size
        " void" delimited by size
        into ReportLine
    end-string
    write ReportLine

    compute StayPctEdited rounded = StayRate * 100
    compute SwapPctEdited rounded = SwapRate * 100
    compute RandomPctEdited rounded = RandomRate * 100
    move spaces to ReportLine
    string
        "  Win rate per arm: stay " delimited by size
        trim(StayPctEdited) delimited by size
        "%  switch " delimited by size
        trim(SwapPctEdited) delimited by size
        "%  random " delimited by size
        trim(RandomPctEdited) delimited by size
        "%" delimited by size
        into ReportLine
    end-string
    write ReportLine

    move spaces to ReportLine
    string
        "                                   Expected   5th percentile"
            delimited by size
        "           Median   95th percentile" delimited by size
        into ReportLine
    end-string
    write ReportLine

    move 1 to MixIdx
    move "Per show, mix held" to BL-Label
    move ExpectedShowHeld to BL-Expected
    perform 5610-WriteShowBand thru 5610-Exit
    move "Per season, mix held" to BL-Label
    move ExpectedSeasonHeld to BL-Expected
    perform 5620-WriteSeasonBand thru 5620-Exit

    move 2 to MixIdx
    move "Per show, learning" to BL-Label
    move ExpectedShowLearned to BL-Expected
    perform 5610-WriteShowBand thru 5610-Exit
    move "Per season, learning" to BL-Label
    move ExpectedSeasonLearned to BL-Expected
    perform 5620-WriteSeasonBand thru 5620-Exit

    compute LearningCost = ExpectedSeasonLearned - ExpectedSeasonHeld
    move LearningCost to SignedAmountEdited
    move spaces to ReportLine
    if ExpectedSeasonHeld equal to zero
        string
            "  Learning changes the season liability by "
                delimited by size
            trim(SignedAmountEdited) delimited by size
            into ReportLine
        end-string
    else
        compute LearningPct rounded =
            LearningCost * 100 / ExpectedSeasonHeld
        move LearningPct to SignedPctEdited
        string
            "  Learning changes the season liability by "
                delimited by size
            trim(SignedAmountEdited) delimited by size
            " (" delimited by size
            trim(SignedPctEdited) delimited by size
            "%)" delimited by size
            into ReportLine
        end-string
    end-if
    write ReportLine.
5600-Exit.
    exit.

*> The show band reads the tally of winners per show across every
*> simulated show; a show's payout is its winners times the prize.
5610-WriteShowBand.
    compute TotalShows = SeasonsToSimulate * ShowsPerSeason
    move 5 to PercentileWanted
    perform 5615-ShowPercentile thru 5615-Exit
    move BandWins to BandLowWins
    move 50 to PercentileWanted
    perform 5615-ShowPercentile thru 5615-Exit
    move BandWins to BandMedianWins
    move 95 to PercentileWanted
    perform 5615-ShowPercentile thru 5615-Exit
    move BandWins to BandHighWins
    perform 5630-WriteBandLine thru 5630-Exit.
5610-Exit.
    exit.

*> Nearest rank: the smallest value with at least p% of the
*> population at or below it.
5615-ShowPercentile.
    compute PercentileRank = (PercentileWanted * TotalShows + 99) / 100
    if PercentileRank equal to zero
        move 1 to PercentileRank
    end-if
    move zero to RunningShows
    move zero to BandWins
    perform varying TallyIdx from 1 by 1
            until TallyIdx is greater than 100
                or RunningShows is not less than PercentileRank
        add ST-Shows(MixIdx, TallyIdx) to RunningShows
        if RunningShows is not less than PercentileRank
            compute BandWins = TallyIdx - 1
        end-if
    end-perform.
5615-Exit.
    exit.

5620-WriteSeasonBand.
    move 5 to PercentileWanted
    perform 5625-SeasonPercentile thru 5625-Exit
    move BandWins to BandLowWins
    move 50 to PercentileWanted
    perform 5625-SeasonPercentile thru 5625-Exit
    move BandWins to BandMedianWins
    move 95 to PercentileWanted
    perform 5625-SeasonPercentile thru 5625-Exit
    move BandWins to BandHighWins
    perform 5630-WriteBandLine thru 5630-Exit.
5620-Exit.
    exit.

5625-SeasonPercentile.
    compute PercentileRank =
        (PercentileWanted * SeasonsToSimulate + 99) / 100
    if PercentileRank equal to zero
        move 1 to PercentileRank
    end-if
    move SS-Wins(MixIdx, PercentileRank) to BandWins.
5625-Exit.
    exit.

5630-WriteBandLine.
    compute BL-Low = BandLowWins * FM-Prize(FormatIdx)
    compute BL-Median = BandMedianWins * FM-Prize(FormatIdx)
    compute BL-High = BandHighWins * FM-Prize(FormatIdx)
    move BandLine to ReportLine
    write ReportLine.
5630-Exit.
    exit.

*> About a dozen points through the season, always including the
*> first and last show, so a long season still fits on a page.
5700-WriteLearningCurve.
    if not LearnedMixFound
        go to 5700-Exit
    end-if
    move "  Expected payout per show as the contestants learn:"
        to ReportLine
    write ReportLine
    compute CurveStep = (ShowsPerSeason + 11) / 12
    perform varying ShowNumber from 1 by 1
            until ShowNumber is greater than ShowsPerSeason
        if mod(ShowNumber - 1, CurveStep) equal to zero
                or ShowNumber equal to ShowsPerSeason
            perform 5710-WriteCurvePoint thru 5710-Exit
        end-if
    end-perform.
5700-Exit.
    exit.

5710-WriteCurvePoint.
    perform 5450-SetShowMix thru 5450-Exit
    move ShowStayShare to ArmStayShare
    move ShowSwitchShare to ArmSwitchShare
    perform 5350-ExpectedForShares thru 5350-Exit
    compute ExpectedShowAtPoint rounded =
        ExpectedPerContestant * ContestantsPerShow
    move ExpectedShowAtPoint to AmountEdited
    compute StayShareEdited rounded = ShowStayShare
    compute SwitchShareEdited rounded = ShowSwitchShare
    compute RandomShareEdited rounded = ShowRandomShare
    move spaces to ReportLine
    string
        "    Show " delimited by size
        ShowNumber delimited by size
        "  stay " delimited by size
        StayShareEdited delimited by size
        "%  switch " delimited by size
        SwitchShareEdited delimited by size
        "%  random " delimited by size
        RandomShareEdited delimited by size
        "%  " delimited by size
        AmountEdited delimited by size
        into ReportLine
    end-string
    write ReportLine.
5710-Exit.
    exit.

7000-Reject.
    add 1 to ParmRejections
    set BatchCompletedWithErrors to true
    move spaces to ReportLine
    string
        "  REJECTED: " delimited by size
        RejectText delimited by size
        into ReportLine
    end-string
    write ReportLine
    display "MontyHallLiabilityProjection: " RejectText.
7000-Exit.
    exit.

8000-SetReturnCode.
    move spaces to ReportLine
    write ReportLine
    move spaces to ReportLine
    string
        FormatsProjected delimited by size
        " format(s) projected, " delimited by size
        FormatsSkipped delimited by size
        " skipped" delimited by size
        into ReportLine
    end-string
    write ReportLine
    if FormatsSkipped is greater than zero
        set BatchCompletedWithWarnings to true
    else
        set BatchCompletedNormally to true
    end-if.
8000-Exit.
    exit.

9000-Terminate.
    close LiabilityReport.
9000-Exit.
    exit.

end program MontyHallLiabilityProjection.
