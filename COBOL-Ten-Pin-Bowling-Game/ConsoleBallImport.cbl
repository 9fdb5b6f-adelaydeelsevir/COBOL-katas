identification division.
program-id. ConsoleBallImport.

*> Ball-by-ball import from the automatic scoring consoles. The
*> consoles export one record per ball thrown (ConsoleBallExport.dat:
*> date, lane, bowler position, game number, frame, ball number, pins
*> knocked down and, where the console has a pinsetter camera, a
*> ten-position mask of the pins left standing). ConsoleLineup.dat
*> says who was bowling from each position on each lane that night,
*> and for which team and league.
*>
*> Every game (date, lane, game number, position) is rebuilt ball by
*> ball into SC-ScoreCard notation and written to ConsoleScorecards.dat
*> - a DailyScorecards-format file the standings run posts like any
*> keyed night's cards - with the console's own total in
*> SC-ManualTotal. When the console sent a mask with the first ball of
*> all ten frames, the card is followed by its *PINDTL* pin-leave
*> line; a game with missing or inconsistent masks still posts, just
*> without pin detail.
*>
*> Nothing is guessed. A game with a ball missing, a ball out of
*> sequence, a ball after the game was over, more pins than were
*> standing, or no lineup entry goes to ScorecardSuspense.dat with a
*> reason code and the frame the trouble was found in, carrying only
*> the frames that were rebuilt cleanly before it. The desk corrects
*> it through ScorecardCorrectionRun like any other suspense item. As
*> a last check the rebuilt card is scored with the same routine the
*> standings run uses, and a card that does not score to the pin
*> count total is suspended rather than posted.

environment division.
configuration section.
    repository.
        function all intrinsic
        function CalculateScoreFromScorecard.

input-output section.
file-control.
    select ConsoleBallExport assign to "ConsoleBallExport.dat"
        organization is line sequential
        file status is BallExportStatus.
    select ConsoleLineup assign to "ConsoleLineup.dat"
        organization is line sequential
        file status is LineupStatus.
    select ConsoleScorecards assign to "ConsoleScorecards.dat"
        organization is line sequential.
    select ScorecardSuspense assign to "ScorecardSuspense.dat"
        organization is line sequential
        file status is SuspenseFileStatus.
    select ConsoleImportReport assign to "ConsoleImportReport.dat"
        organization is line sequential.

data division.
file section.
    fd ConsoleBallExport.
        01 ConsoleBallRecord.
            88 EndOfBallExport value high-values.
            02 CB-GameDate   pic 9(8).
            02 filler        pic x.
            02 CB-LaneNumber pic 99.
            02 filler        pic x.
            02 CB-Position   pic 9.
            02 filler        pic x.
            02 CB-GameNumber pic 9.
            02 filler        pic x.
            02 CB-Frame      pic 99.
            02 filler        pic x.
            02 CB-Ball       pic 9.
            02 filler        pic x.
            02 CB-Pins       pic 99.
            02 filler        pic x.
            02 CB-PinMask    pic x(10).

    fd ConsoleLineup.
        01 ConsoleLineupRecord.
            88 EndOfLineup value high-values.
            02 CL-GameDate   pic 9(8).
            02 filler        pic x.
            02 CL-LaneNumber pic 99.
            02 filler        pic x.
            02 CL-Position   pic 9.
            02 filler        pic x.
            02 CL-BowlerName pic x(20).
            02 filler        pic x.
            02 CL-TeamId     pic 99.
            02 filler        pic x.
            02 CL-CenterCode pic x(3).
            02 filler        pic x.
            02 CL-LeagueCode pic x(3).

    fd ConsoleScorecards.
        copy ScorecardRecord.
        copy PinDetailRecord.

    fd ScorecardSuspense.
        copy SuspenseRecord.

    fd ConsoleImportReport.
        01 ReportLine pic x(132).

working-storage section.
    01 LineupEntries.
        02 LineupEntry occurs 1 to 200 times depending on NumberOfLineupEntries
                indexed by LineupIdx.
            03 LU-GameDate   pic 9(8).
            03 LU-LaneNumber pic 99.
            03 LU-Position   pic 9.
            03 LU-BowlerName pic x(20).
            03 LU-TeamId     pic 99.
            03 LU-CenterCode pic x(3).
            03 LU-LeagueCode pic x(3).
    01 NumberOfLineupEntries pic 999 value zero.

    *> Every ball in export order; the game key is laid out so that
    *> comparing keys puts games in date, lane, game, position order.
    01 ConsoleBalls.
        02 ConsoleBall occurs 1 to 5000 times depending on NumberOfBalls
                indexed by BallIdx.
            03 BT-GameKey.
                04 BT-GameDate   pic 9(8).
                04 BT-LaneNumber pic 99.
                04 BT-GameNumber pic 9.
                04 BT-Position   pic 9.
            03 BT-Frame      pic x(2).
            03 BT-FrameNumber redefines BT-Frame pic 99.
            03 BT-Ball       pic x.
            03 BT-BallNumber redefines BT-Ball pic 9.
            03 BT-Pins       pic x(2).
            03 BT-PinCount redefines BT-Pins pic 99.
            03 BT-PinMask    pic x(10).
    01 NumberOfBalls pic 9(4) value zero.

    01 ConsoleGames.
        02 ConsoleGame occurs 1 to 500 times depending on NumberOfGames
                indexed by GameIdx.
            03 GT-GameKey.
                04 GT-GameDate   pic 9(8).
                04 GT-LaneNumber pic 99.
                04 GT-GameNumber pic 9.
                04 GT-Position   pic 9.
    01 NumberOfGames pic 999 value zero.
    01 NewGameKey pic x(12) value spaces.
    01 InsertAt pic 999 value zero.
    01 ShiftIdx pic 999 value zero.
    01 LookAheadIdx pic 9(4) value zero.
    01 FoundLineupIndex pic 999 value zero.
    01 GameBowlerName pic x(20) value spaces.

    *> The game being rebuilt.
    01 ExpectFrame pic 99 value zero.
    01 ExpectBall pic 9 value zero.
    01 PinsStanding pic 99 value zero.
    01 FirstBallPins pic 99 value zero.
    01 BonusBallPins pic 99 value zero.
    01 TenthFrameStrike pic 9 value zero usage binary.
    01 GameComplete pic 9 value zero usage binary.
    01 GameRejected pic 9 value zero usage binary.
    01 RejectReason pic x(20) value spaces.
    01 RejectFrame pic 99 value zero.
    01 FrameTokens.
        02 FrameToken pic x(2) occurs 10 times.
    01 BonusBalls pic x(2) value spaces.
    01 RolledBalls.
        02 RolledPins pic 99 occurs 21 times.
    01 NumberOfRolls pic 99 value zero.
    01 RollIdx pic 99 value zero.
    01 FrameIdx pic 99 value zero.
    01 PinIdx pic 99 value zero.
    01 PinChar pic x value space.
    01 PinDigit pic 9 value zero.
    01 BallTotal pic 999 value zero.
    01 RebuiltCard pic x(33) value spaces.
    01 CardPointer pic 99 value zero.

    01 FrameMasks.
        02 FrameMask pic x(10) occurs 10 times.
    01 MasksReceived pic 99 value zero.
    01 MaskInconsistent pic 9 value zero usage binary.
    01 StandingPins pic 99 value zero.
    01 KnockedPins pic 99 value zero.

    01 GameTotal pic 999 value zero.
    copy FrameResults replacing FrameResults by FrameBreakdown.
    01 CardIsValid pic 9 value 1 usage binary.
    01 BadFrameNumber pic 99 value zero.

    01 BallExportStatus pic xx value spaces.
        88 BallExportNotFound value "35".
    01 LineupStatus pic xx value spaces.
        88 LineupNotFound value "35".
    01 SuspenseFileStatus pic xx value spaces.
        88 SuspenseFileNotFound value "35".

    01 TableOverflowed pic 9 value zero usage binary.
    01 GamesImported pic 9(5) value zero.
    01 GamesSuspended pic 9(5) value zero.
    01 PinDetailsWritten pic 9(5) value zero.
    01 PinDetailsDropped pic 9(5) value zero.
    01 UnreadableBalls pic 9(5) value zero.

    01 DisplayLane pic z9.
    01 DisplayTotal pic zz9.
    01 DisplayFrame pic z9.
    01 DisplayCount pic zzzz9.

    copy BatchReturnCode.

procedure division.

0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    if TableOverflowed equal to 1
        display "ConsoleBallImport: console export exceeds the work"
            " tables (200 lineup entries, 5000 balls, 500 games) -"
            " nothing imported"
        set BatchCompletedWithErrors to true
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 2000-ImportGames thru 2000-Exit
    perform 4000-WriteSummary thru 4000-Exit
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
    move BatchReturnCode to return-code
    stop run.

1000-Initialize.
    perform 1100-LoadLineup thru 1100-Exit
    perform 1200-LoadBalls thru 1200-Exit
    open output ConsoleScorecards
    open output ConsoleImportReport
    move "Date      Lane Gm Pos Bowler                Card                               Total  Disposition"
        to ReportLine
    write ReportLine.
1000-Exit.
    exit.

*> Lineup: who bowled from each position on each lane.
1100-LoadLineup.
    open input ConsoleLineup
    if LineupNotFound
        go to 1100-Exit
    end-if

    perform 1150-ReadLineup thru 1150-Exit
    perform with test after until EndOfLineup
        if not EndOfLineup and NumberOfLineupEntries equal to 200
            move 1 to TableOverflowed
        end-if
        if not EndOfLineup and NumberOfLineupEntries is less than 200
                and CL-GameDate is numeric and CL-LaneNumber is numeric
                and CL-Position is numeric
            add 1 to NumberOfLineupEntries
            move CL-GameDate to LU-GameDate(NumberOfLineupEntries)
            move CL-LaneNumber to LU-LaneNumber(NumberOfLineupEntries)
            move CL-Position to LU-Position(NumberOfLineupEntries)
            move CL-BowlerName to LU-BowlerName(NumberOfLineupEntries)
            if CL-TeamId is numeric
                move CL-TeamId to LU-TeamId(NumberOfLineupEntries)
            else
                move zero to LU-TeamId(NumberOfLineupEntries)
            end-if
            move CL-CenterCode to LU-CenterCode(NumberOfLineupEntries)
            move CL-LeagueCode to LU-LeagueCode(NumberOfLineupEntries)
        end-if
        if not EndOfLineup
            perform 1150-ReadLineup thru 1150-Exit
        end-if
    end-perform

    close ConsoleLineup.
1100-Exit.
    exit.

1150-ReadLineup.
    read ConsoleLineup
        at end set EndOfLineup to true
    end-read.
1150-Exit.
    exit.

*> Balls are kept in export order; each new game key is slotted into
*> the game list in key order so the cards come out grouped by lane
*> and night the way the standings run expects them.
1200-LoadBalls.
    open input ConsoleBallExport
    if BallExportNotFound
        go to 1200-Exit
    end-if

    perform 1250-ReadBall thru 1250-Exit
    perform with test after until EndOfBallExport
        perform 1300-StoreBall thru 1300-Exit
        perform 1250-ReadBall thru 1250-Exit
    end-perform

    close ConsoleBallExport.
1200-Exit.
    exit.

1250-ReadBall.
    read ConsoleBallExport
        at end set EndOfBallExport to true
    end-read.
1250-Exit.
    exit.

1300-StoreBall.
    if EndOfBallExport
        go to 1300-Exit
    end-if
    if CB-GameDate is not numeric or CB-LaneNumber is not numeric
            or CB-Position is not numeric or CB-GameNumber is not numeric
        add 1 to UnreadableBalls
        go to 1300-Exit
    end-if
    if NumberOfBalls equal to 5000
        move 1 to TableOverflowed
        go to 1300-Exit
    end-if

    add 1 to NumberOfBalls
    move CB-GameDate to BT-GameDate(NumberOfBalls)
    move CB-LaneNumber to BT-LaneNumber(NumberOfBalls)
    move CB-GameNumber to BT-GameNumber(NumberOfBalls)
    move CB-Position to BT-Position(NumberOfBalls)
    move ConsoleBallRecord(17:2) to BT-Frame(NumberOfBalls)
    move ConsoleBallRecord(20:1) to BT-Ball(NumberOfBalls)
    move ConsoleBallRecord(22:2) to BT-Pins(NumberOfBalls)
    move CB-PinMask to BT-PinMask(NumberOfBalls)

    move BT-GameKey(NumberOfBalls) to NewGameKey
    move zero to InsertAt
    perform varying GameIdx from 1 by 1
            until GameIdx is greater than NumberOfGames or InsertAt is not equal to zero
        if GT-GameKey(GameIdx) equal to NewGameKey
            go to 1300-Exit
        end-if
        if GT-GameKey(GameIdx) is greater than NewGameKey
            set InsertAt to GameIdx
        end-if
    end-perform

    if NumberOfGames equal to 500
        move 1 to TableOverflowed
        go to 1300-Exit
    end-if
    add 1 to NumberOfGames
    if InsertAt equal to zero
        move NumberOfGames to InsertAt
    else
        perform varying ShiftIdx from NumberOfGames by -1
                until ShiftIdx is not greater than InsertAt
            move GT-GameKey(ShiftIdx - 1) to GT-GameKey(ShiftIdx)
        end-perform
    end-if
    move NewGameKey to GT-GameKey(InsertAt).
1300-Exit.
    exit.

2000-ImportGames.
    perform varying GameIdx from 1 by 1 until GameIdx is greater than NumberOfGames
        perform 2100-ImportOneGame thru 2100-Exit
    end-perform.
2000-Exit.
    exit.

2100-ImportOneGame.
    move 1 to ExpectFrame
    move 1 to ExpectBall
    move 10 to PinsStanding
    move zero to FirstBallPins BonusBallPins TenthFrameStrike GameComplete
        GameRejected RejectFrame NumberOfRolls MasksReceived MaskInconsistent
        BallTotal
    move spaces to RejectReason FrameTokens BonusBalls FrameMasks RebuiltCard
    initialize RolledBalls

    perform 2150-FindLineup thru 2150-Exit
    if FoundLineupIndex equal to zero
        move spaces to GameBowlerName
        move 1 to GameRejected
        move "NOT IN LINEUP" to RejectReason
    else
        move LU-BowlerName(FoundLineupIndex) to GameBowlerName
    end-if

    perform varying BallIdx from 1 by 1
            until BallIdx is greater than NumberOfBalls or GameRejected equal to 1
        if BT-GameKey(BallIdx) equal to GT-GameKey(GameIdx)
            perform 2200-ApplyBall thru 2200-Exit
        end-if
    end-perform

    if GameRejected equal to zero and GameComplete equal to zero
        move 1 to GameRejected
        move "MISSING BALL" to RejectReason
        move ExpectFrame to RejectFrame
    end-if

    perform 2500-BuildCard thru 2500-Exit

    if GameRejected equal to zero
        perform 2400-ScoreFromBalls thru 2400-Exit
        move function CalculateScoreFromScorecard(RebuiltCard, FrameBreakdown, CardIsValid, BadFrameNumber)
            to GameTotal
        if CardIsValid equal to zero or GameTotal not equal to BallTotal
            move 1 to GameRejected
            move "SCORE MISMATCH" to RejectReason
            if CardIsValid equal to zero
                move BadFrameNumber to RejectFrame
            else
                move 10 to RejectFrame
            end-if
        end-if
    end-if

    if GameRejected equal to 1
        add 1 to GamesSuspended
        perform 2700-WriteSuspenseItem thru 2700-Exit
    else
        add 1 to GamesImported
        perform 2600-WriteScorecard thru 2600-Exit
    end-if
    perform 2800-WriteGameLine thru 2800-Exit.
2100-Exit.
    exit.

2150-FindLineup.
    move zero to FoundLineupIndex
    perform varying LineupIdx from 1 by 1
            until LineupIdx is greater than NumberOfLineupEntries
        if LU-GameDate(LineupIdx) equal to GT-GameDate(GameIdx)
                and LU-LaneNumber(LineupIdx) equal to GT-LaneNumber(GameIdx)
                and LU-Position(LineupIdx) equal to GT-Position(GameIdx)
            set FoundLineupIndex to LineupIdx
        end-if
    end-perform.
2150-Exit.
    exit.

*> One ball of the game, which must be exactly the ball the game is
*> waiting for. A ball out of sequence is either out of order or
*> marks a missing ball; anything after the last ball of the tenth
*> frame is an extra ball.
2200-ApplyBall.
    if GameComplete equal to 1
        move 1 to GameRejected
        move "EXTRA BALL" to RejectReason
        move 10 to RejectFrame
        go to 2200-Exit
    end-if
    if BT-FrameNumber(BallIdx) is not numeric or BT-BallNumber(BallIdx) is not numeric
        move 1 to GameRejected
        move "BAD BALL RECORD" to RejectReason
        move ExpectFrame to RejectFrame
        go to 2200-Exit
    end-if
    if BT-FrameNumber(BallIdx) not equal to ExpectFrame
            or BT-BallNumber(BallIdx) not equal to ExpectBall
        move 1 to GameRejected
        move "BALL OUT OF ORDER" to RejectReason
        if BT-FrameNumber(BallIdx) is greater than ExpectFrame
                or (BT-FrameNumber(BallIdx) equal to ExpectFrame
                    and BT-BallNumber(BallIdx) is greater than ExpectBall)
            perform 2210-LookAheadForBall thru 2210-Exit
        end-if
        move ExpectFrame to RejectFrame
        go to 2200-Exit
    end-if
    if BT-PinCount(BallIdx) is not numeric
            or BT-PinCount(BallIdx) is greater than PinsStanding
        move 1 to GameRejected
        move "BAD PIN COUNT" to RejectReason
        move ExpectFrame to RejectFrame
        go to 2200-Exit
    end-if

    add 1 to NumberOfRolls
    move BT-PinCount(BallIdx) to RolledPins(NumberOfRolls)
    if ExpectBall equal to 1
        perform 2250-TakePinMask thru 2250-Exit
    end-if
    move BT-PinCount(BallIdx) to PinDigit
    perform 2300-PinsToChar thru 2300-Exit

    if ExpectFrame is less than 10
        evaluate true
            when ExpectBall equal to 1 and BT-PinCount(BallIdx) equal to 10
                move "X" to FrameToken(ExpectFrame)
                add 1 to ExpectFrame
            when ExpectBall equal to 1
                move BT-PinCount(BallIdx) to FirstBallPins
                move PinChar to FrameToken(ExpectFrame)(1:1)
                subtract FirstBallPins from 10 giving PinsStanding
                move 2 to ExpectBall
            when other
                if FirstBallPins + BT-PinCount(BallIdx) equal to 10
                    move "/" to FrameToken(ExpectFrame)(2:1)
                else
                    move PinChar to FrameToken(ExpectFrame)(2:1)
                end-if
                add 1 to ExpectFrame
                move 1 to ExpectBall
                move 10 to PinsStanding
        end-evaluate
        go to 2200-Exit
    end-if

    *> Tenth frame: a strike earns two bonus balls, a spare one; both
    *> go after the "||" on the card, each as its own pin count - the
    *> scorer reads every bonus ball separately, so never a "/".
    evaluate true
        when ExpectBall equal to 1 and BT-PinCount(BallIdx) equal to 10
            move "X" to FrameToken(10)
            move 1 to TenthFrameStrike
            move 2 to ExpectBall
        when ExpectBall equal to 1
            move BT-PinCount(BallIdx) to FirstBallPins
            move PinChar to FrameToken(10)(1:1)
            subtract FirstBallPins from 10 giving PinsStanding
            move 2 to ExpectBall
        when ExpectBall equal to 2 and TenthFrameStrike equal to 1
            move BT-PinCount(BallIdx) to BonusBallPins
            move PinChar to BonusBalls(1:1)
            if BonusBallPins equal to 10
                move 10 to PinsStanding
            else
                subtract BonusBallPins from 10 giving PinsStanding
            end-if
            move 3 to ExpectBall
        when ExpectBall equal to 2
            if FirstBallPins + BT-PinCount(BallIdx) equal to 10
                move "/" to FrameToken(10)(2:1)
                move 10 to PinsStanding
                move 3 to ExpectBall
            else
                move PinChar to FrameToken(10)(2:1)
                move 1 to GameComplete
            end-if
        when TenthFrameStrike equal to 1
            move PinChar to BonusBalls(2:1)
            move 1 to GameComplete
        when other
            move PinChar to BonusBalls(1:1)
            move 1 to GameComplete
    end-evaluate.
2200-Exit.
    exit.

*> A ball arrived ahead of the one expected: if the expected ball
*> turns up later in the export the game is merely out of order,
*> otherwise the ball is missing.
2210-LookAheadForBall.
    move "MISSING BALL" to RejectReason
    perform varying LookAheadIdx from BallIdx by 1
            until LookAheadIdx is greater than NumberOfBalls
        if BT-GameKey(LookAheadIdx) equal to GT-GameKey(GameIdx)
                and BT-Frame(LookAheadIdx) is numeric
                and BT-Ball(LookAheadIdx) is numeric
                and BT-FrameNumber(LookAheadIdx) equal to ExpectFrame
                and BT-BallNumber(LookAheadIdx) equal to ExpectBall
            move "BALL OUT OF ORDER" to RejectReason
        end-if
    end-perform.
2210-Exit.
    exit.

*> A first-ball mask is kept only if it is all ones and zeros and
*> leaves standing exactly the pins the ball did not knock down.
2250-TakePinMask.
    if BT-PinMask(BallIdx) equal to spaces
        go to 2250-Exit
    end-if
    move zero to StandingPins KnockedPins
    inspect BT-PinMask(BallIdx) tallying StandingPins for all "1"
        KnockedPins for all "0"
    if StandingPins + KnockedPins not equal to 10
            or StandingPins + BT-PinCount(BallIdx) not equal to 10
        move 1 to MaskInconsistent
        go to 2250-Exit
    end-if
    add 1 to MasksReceived
    move BT-PinMask(BallIdx) to FrameMask(ExpectFrame).
2250-Exit.
    exit.

2300-PinsToChar.
    evaluate true
        when BT-PinCount(BallIdx) equal to zero
            move "-" to PinChar
        when BT-PinCount(BallIdx) equal to 10
            move "X" to PinChar
        when other
            move PinDigit to PinChar
    end-evaluate.
2300-Exit.
    exit.

*> The total straight from the pin counts, for the cross-check
*> against the rebuilt card.
2400-ScoreFromBalls.
    move zero to BallTotal
    move 1 to RollIdx
    perform varying FrameIdx from 1 by 1 until FrameIdx is greater than 10
        evaluate true
            when RolledPins(RollIdx) equal to 10
                compute BallTotal = BallTotal + 10 + RolledPins(RollIdx + 1)
                    + RolledPins(RollIdx + 2)
                add 1 to RollIdx
            when RolledPins(RollIdx) + RolledPins(RollIdx + 1) equal to 10
                compute BallTotal = BallTotal + 10 + RolledPins(RollIdx + 2)
                add 2 to RollIdx
            when other
                compute BallTotal = BallTotal + RolledPins(RollIdx)
                    + RolledPins(RollIdx + 1)
                add 2 to RollIdx
        end-evaluate
    end-perform.
2400-Exit.
    exit.

*> Frames joined by "|", bonus balls after "||". A suspended game
*> carries only the frames rebuilt before the trouble was found.
2500-BuildCard.
    move spaces to RebuiltCard
    move 1 to CardPointer
    perform varying FrameIdx from 1 by 1
            until FrameIdx is greater than 10 or FrameToken(FrameIdx) equal to spaces
        if FrameIdx is greater than 1
            string "|" delimited by size into RebuiltCard with pointer CardPointer
            end-string
        end-if
        string FrameToken(FrameIdx) delimited by space
            into RebuiltCard with pointer CardPointer
        end-string
    end-perform
    if BonusBalls not equal to spaces
        string "||" delimited by size
            BonusBalls delimited by space
            into RebuiltCard with pointer CardPointer
        end-string
    end-if.
2500-Exit.
    exit.

2600-WriteScorecard.
    move spaces to ScorecardRecord
    move GameBowlerName to SC-BowlerName
    move GT-LaneNumber(GameIdx) to SC-LaneNumber
    move GT-GameDate(GameIdx) to SC-GameDate
    move LU-TeamId(FoundLineupIndex) to SC-TeamId
    move BallTotal to SC-ManualTotal
    move RebuiltCard to SC-ScoreCard
    move LU-CenterCode(FoundLineupIndex) to SC-CenterCode
    move GT-GameNumber(GameIdx) to SC-GameNumber
    set PostedFromConsole to true
    move LU-LeagueCode(FoundLineupIndex) to SC-LeagueCode
    write ScorecardRecord

    if MasksReceived equal to 10 and MaskInconsistent equal to zero
        move spaces to PinDetailRecord
        set RecordIsPinDetail to true
        perform varying FrameIdx from 1 by 1 until FrameIdx is greater than 10
            perform varying PinIdx from 1 by 1 until PinIdx is greater than 10
                move FrameMask(FrameIdx)(PinIdx:1) to PD-PinStanding(FrameIdx, PinIdx)
            end-perform
        end-perform
        write PinDetailRecord
        add 1 to PinDetailsWritten
    else
        if MasksReceived is greater than zero or MaskInconsistent equal to 1
            add 1 to PinDetailsDropped
        end-if
    end-if.
2600-Exit.
    exit.

2700-WriteSuspenseItem.
    open extend ScorecardSuspense
    if SuspenseFileNotFound
        open output ScorecardSuspense
    end-if
    move spaces to SuspenseRecord
    move GameBowlerName to SU-BowlerName
    if FoundLineupIndex equal to zero
        move zero to SU-TeamId
    else
        move LU-TeamId(FoundLineupIndex) to SU-TeamId
        move LU-LeagueCode(FoundLineupIndex) to SU-LeagueCode
    end-if
    move GT-LaneNumber(GameIdx) to SU-LaneNumber
    move GT-GameDate(GameIdx) to SU-GameDate
    move zero to SU-ManualTotal
    move RebuiltCard to SU-ScoreCard
    move RejectFrame to SU-BadFrame
    move RejectReason to SU-Reason
    move GT-GameNumber(GameIdx) to SU-GameNumber
    write SuspenseRecord
    close ScorecardSuspense.
2700-Exit.
    exit.

2800-WriteGameLine.
    move GT-LaneNumber(GameIdx) to DisplayLane
    move spaces to ReportLine
    if GameRejected equal to 1
        move RejectFrame to DisplayFrame
        string
            GT-GameDate(GameIdx) delimited by size
            "  " delimited by size
            DisplayLane delimited by size
            "   " delimited by size
            GT-GameNumber(GameIdx) delimited by size
            "  " delimited by size
            GT-Position(GameIdx) delimited by size
            "  " delimited by size
            GameBowlerName delimited by size
            "  " delimited by size
            RebuiltCard delimited by size
            "         SUSPENSE - " delimited by size
            RejectReason delimited by "  "
            " FRAME " delimited by size
            DisplayFrame delimited by size
            into ReportLine
        end-string
    else
        move BallTotal to DisplayTotal
        string
            GT-GameDate(GameIdx) delimited by size
            "  " delimited by size
            DisplayLane delimited by size
            "   " delimited by size
            GT-GameNumber(GameIdx) delimited by size
            "  " delimited by size
            GT-Position(GameIdx) delimited by size
            "  " delimited by size
            GameBowlerName delimited by size
            "  " delimited by size
            RebuiltCard delimited by size
            "  " delimited by size
            DisplayTotal delimited by size
            "    IMPORTED" delimited by size
            into ReportLine
        end-string
    end-if
    write ReportLine.
2800-Exit.
    exit.

4000-WriteSummary.
    move spaces to ReportLine
    write ReportLine
    move GamesImported to DisplayCount
    move spaces to ReportLine
    string "Games imported:           " DisplayCount delimited by size into ReportLine
    end-string
    write ReportLine
    move PinDetailsWritten to DisplayCount
    move spaces to ReportLine
    string "Pin detail lines written: " DisplayCount delimited by size into ReportLine
    end-string
    write ReportLine
    move PinDetailsDropped to DisplayCount
    move spaces to ReportLine
    string "Games without pin detail: " DisplayCount
        " (masks missing or inconsistent)" delimited by size into ReportLine
    end-string
    write ReportLine
    move GamesSuspended to DisplayCount
    move spaces to ReportLine
    string "Games sent to suspense:   " DisplayCount delimited by size into ReportLine
    end-string
    write ReportLine
    move UnreadableBalls to DisplayCount
    move spaces to ReportLine
    string "Unreadable ball records:  " DisplayCount delimited by size into ReportLine
    end-string
    write ReportLine.
4000-Exit.
    exit.

8000-SetReturnCode.
    display "ConsoleBallImport: " GamesImported " game(s) imported, "
        GamesSuspended " to suspense"
    if GamesSuspended is greater than zero or UnreadableBalls is greater than zero
        set BatchCompletedWithWarnings to true
    else
        set BatchCompletedNormally to true
    end-if.
8000-Exit.
    exit.

9000-Terminate.
    close ConsoleScorecards
    close ConsoleImportReport.
9000-Exit.
    exit.

end program ConsoleBallImport.
