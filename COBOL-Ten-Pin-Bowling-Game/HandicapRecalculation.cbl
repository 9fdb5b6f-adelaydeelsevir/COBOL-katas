*> the gap below the scratch average of 200, never negative. The
*> audit report shows each bowler's previous and new figures side
*> by side for the league secretary.
*>
*> A center can run several leagues from the one history master.
*> Averages are kept per bowler per league code, so a bowler who
*> bowls Tuesday and Thursday nights carries two separate handicaps
*> on the master, each tagged with its league. Legacy history with a
*> blank league code forms its own (single-league) group as before.

environment division.
configuration section.

working-storage section.
    01 BowlerAverages.
        02 BowlerAverageEntry occurs 1 to 150 times depending on NumberOfBowlers
                indexed by BowlerIdx.
            03 BA-Name        pic x(20).
            03 BA-LeagueCode  pic x(3).
            03 BA-GamesPlayed pic 999.
            03 BA-PinTotal    pic 9(6).
            03 BA-OldAverage  pic 999v99.
            03 BA-NewAverage  pic 999v99.
            03 BA-NewHandicap pic 999.
            03 BA-OldEffective pic 9(8).
    01 NumberOfBowlers pic 999 value zero.
    01 FoundBowlerIndex pic 999 value zero.
    01 BowlersOverflowed pic 9(5) value zero.

    01 GameHistoryStatus pic xx value spaces.
        88 GameHistoryNotFound value "35".
        88 RecalcParmsFound value "00".

    01 EffectiveDate pic 9(8) value zero.
    01 AsOfDateText pic x(8) value spaces.
    01 CurrentDateFields.
        02 CurrentDateYmd pic 9(8).
        02 filler pic x(13).
1000-Initialize.
    move function current-date to CurrentDateFields
    move CurrentDateYmd to EffectiveDate
*> Under the nightly scheduler a catch-up night runs as of its own
*> date rather than today's.
    accept AsOfDateText from environment "JOB_AS_OF_DATE"
    if AsOfDateText is numeric
        move AsOfDateText to EffectiveDate
    end-if

    open input RecalcParms
    if RecalcParmsFound
    move zero to FoundBowlerIndex
    perform varying BowlerIdx from 1 by 1 until BowlerIdx is greater than NumberOfBowlers
        if BA-Name(BowlerIdx) equal to GH-BowlerName
                and BA-LeagueCode(BowlerIdx) equal to GH-LeagueCode
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
        move GH-BowlerName to BA-Name(FoundBowlerIndex)
        move GH-LeagueCode to BA-LeagueCode(FoundBowlerIndex)
        move zero to BA-GamesPlayed(FoundBowlerIndex)
        move zero to BA-PinTotal(FoundBowlerIndex)
        move zero to BA-OldOnFile(FoundBowlerIndex)

*> The latest record already on the master per bowler is the "old"
*> side of the audit report. The master is append-only, so the last
*> record read for a bowler is the latest one. Records are matched
*> on bowler and league, so each league's handicap stands alone.
3000-LoadPriorHandicaps.
    open input HandicapMaster
    if HandicapMasterNotFound
            perform varying BowlerIdx from 1 by 1
                    until BowlerIdx is greater than NumberOfBowlers
                if BA-Name(BowlerIdx) equal to HM-BowlerName
                        and BA-LeagueCode(BowlerIdx) equal to HM-LeagueCode
                    move HM-Average to BA-OldAverage(BowlerIdx)
                    move HM-Handicap to BA-OldHandicap(BowlerIdx)
                    move HM-EffectiveDate to BA-OldEffective(BowlerIdx)
4000-Exit.
    exit.

*> A partial set of averages must never reach the master.
5000-AppendMasterRecords.
    if BowlersOverflowed is greater than zero
        go to 5000-Exit
    end-if

    open extend HandicapMaster
    if HandicapMasterNotFound
        open output HandicapMaster
        move EffectiveDate to HM-EffectiveDate
        move BA-NewAverage(BowlerIdx) to HM-Average
        move BA-NewHandicap(BowlerIdx) to HM-Handicap
        move BA-LeagueCode(BowlerIdx) to HM-LeagueCode
        write HandicapMasterRecord
    end-perform

        into AuditLine
    end-string
    write AuditLine
    move "Bowler                Old Avg  Old Hcp   New Avg  New Hcp  League" to AuditLine
    write AuditLine

    perform varying BowlerIdx from 1 by 1 until BowlerIdx is greater than NumberOfBowlers
                NewAverageEdited delimited by size
                "   " delimited by size
                BA-NewHandicap(BowlerIdx) delimited by size
                "      " delimited by size
                BA-LeagueCode(BowlerIdx) delimited by size
                into AuditLine
            end-string
        else
                NewAverageEdited delimited by size
                "   " delimited by size
                BA-NewHandicap(BowlerIdx) delimited by size
                "      " delimited by size
                BA-LeagueCode(BowlerIdx) delimited by size
                into AuditLine
            end-string
        end-if
    exit.

8000-SetReturnCode.
    if BowlersOverflowed is greater than zero
        set BatchCompletedWithErrors to true
        display "HandicapRecalculation: more than 150 bowler/league averages - "
            BowlersOverflowed " games not averaged"
        go to 8000-Exit
    end-if
    if NumberOfBowlers equal to zero
        set BatchCompletedWithWarnings to true
        display "HandicapRecalculation: no game history on file - nothing recalculated"
