*> season's opening handicap-master record, resets the house high
*> game, and clears the game-history master so the new season
*> starts from an empty file.
*>
*> Final averages are figured per bowler per league code, so a
*> bowler in two leagues opens next season with a separate handicap
*> in each. If there are more bowler/league pairs than the table
*> holds the close is abandoned before anything is archived or
*> cleared.
*>
*> Each final-standings line also carries the bowler's season high
*> game, best three-game series (games taken three at a time in
*> posting order, as SeasonStandings rolls them) and count of 200
*> games, so the career records can be built from the archive once
*> the game history has been cleared.

environment division.
configuration section.

working-storage section.
    01 FinalAverages.
        02 FinalAverageEntry occurs 1 to 150 times depending on NumberOfBowlers
                indexed by BowlerIdx.
            03 FA-Name        pic x(20).
            03 FA-LeagueCode  pic x(3).
            03 FA-GamesPlayed pic 999.
            03 FA-PinTotal    pic 9(6).
            03 FA-Average     pic 999v99.
            03 FA-Handicap    pic 999.
            03 FA-HighGame    pic 999.
            03 FA-SeriesTotal pic 9(4).
            03 FA-SeriesCount pic 9.
            03 FA-HighSeries  pic 9(4).
            03 FA-Count200    pic 999.
    01 NumberOfBowlers pic 999 value zero.
    01 FoundBowlerIndex pic 999 value zero.
    01 BowlersOverflowed pic 9(5) value zero.

    01 SuspenseFileStatus pic xx value spaces.
        88 SuspenseFileNotFound value "35".
        stop run
    end-if
    perform 2000-AccumulateFinalAverages thru 2000-Exit
    if BowlersOverflowed is greater than zero
        display "SeasonCloseRun: more than 150 bowler/league averages - "
            BowlersOverflowed " games not averaged - season not closed"
        set BatchCompletedWithErrors to true
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 3000-WriteArchive thru 3000-Exit
    perform 4000-CarryForwardHandicaps thru 4000-Exit
    perform 5000-ResetHouseFiles thru 5000-Exit
    move zero to FoundBowlerIndex
    perform varying BowlerIdx from 1 by 1 until BowlerIdx is greater than NumberOfBowlers
        if FA-Name(BowlerIdx) equal to GH-BowlerName
                and FA-LeagueCode(BowlerIdx) equal to GH-LeagueCode
            move BowlerIdx to FoundBowlerIndex
        end-if
    end-perform

    if FoundBowlerIndex equal to zero
        if NumberOfBowlers is not less than 150
            add 1 to BowlersOverflowed
            go to 2200-Exit
        end-if
        add 1 to NumberOfBowlers
        move NumberOfBowlers to FoundBowlerIndex
        move GH-BowlerName to FA-Name(FoundBowlerIndex)
        move GH-LeagueCode to FA-LeagueCode(FoundBowlerIndex)
        move zero to FA-GamesPlayed(FoundBowlerIndex)
        move zero to FA-PinTotal(FoundBowlerIndex)
        move zero to FA-HighGame(FoundBowlerIndex)
        move zero to FA-SeriesTotal(FoundBowlerIndex)
        move zero to FA-SeriesCount(FoundBowlerIndex)
        move zero to FA-HighSeries(FoundBowlerIndex)
        move zero to FA-Count200(FoundBowlerIndex)
    end-if

    add 1 to FA-GamesPlayed(FoundBowlerIndex)
    add GH-GameTotal to FA-PinTotal(FoundBowlerIndex)
    if GH-GameTotal is greater than FA-HighGame(FoundBowlerIndex)
        move GH-GameTotal to FA-HighGame(FoundBowlerIndex)
    end-if
    if GH-GameTotal is not less than 200
        add 1 to FA-Count200(FoundBowlerIndex)
    end-if
    add GH-GameTotal to FA-SeriesTotal(FoundBowlerIndex)
    add 1 to FA-SeriesCount(FoundBowlerIndex)
    if FA-SeriesCount(FoundBowlerIndex) equal to 3
        if FA-SeriesTotal(FoundBowlerIndex) is greater than
                FA-HighSeries(FoundBowlerIndex)
            move FA-SeriesTotal(FoundBowlerIndex)
                to FA-HighSeries(FoundBowlerIndex)
        end-if
        move zero to FA-SeriesTotal(FoundBowlerIndex)
        move zero to FA-SeriesCount(FoundBowlerIndex)
    end-if.
2200-Exit.
    exit.


    move "Final standings" to ArchiveLine
    write ArchiveLine
    move "Bowler                Games   Pins     Average  League High  Series 200s"
        to ArchiveLine
    write ArchiveLine

    perform varying BowlerIdx from 1 by 1 until BowlerIdx is greater than NumberOfBowlers
            FA-PinTotal(BowlerIdx) delimited by size
            "   " delimited by size
            AverageEdited delimited by size
            "   " delimited by size
            FA-LeagueCode(BowlerIdx) delimited by size
            "   " delimited by size
            FA-HighGame(BowlerIdx) delimited by size
            "   " delimited by size
            FA-HighSeries(BowlerIdx) delimited by size
            "   " delimited by size
            FA-Count200(BowlerIdx) delimited by size
            into ArchiveLine
        end-string
        write ArchiveLine
        move NewSeasonStart to HM-EffectiveDate
        move FA-Average(BowlerIdx) to HM-Average
        move FA-Handicap(BowlerIdx) to HM-Handicap
        move FA-LeagueCode(BowlerIdx) to HM-LeagueCode
        write HandicapMasterRecord
    end-perform

