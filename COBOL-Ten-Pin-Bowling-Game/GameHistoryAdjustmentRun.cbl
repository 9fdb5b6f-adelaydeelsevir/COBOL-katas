identification division.
program-id. GameHistoryAdjustmentRun.

*> Adjustment run for games already posted to BowlerGameHistory.dat.
*> The suspense file only covers cards the standings run refused; a
*> game that posted under the wrong name, on the wrong lane or date,
*> with the wrong total, or that was really bowled by a sub could
*> only be fixed by hand-editing the history master. Adjustments
*> come in on HistoryAdjustments.dat, each naming the posted game by
*> bowler, game date, lane and game number:
*>   C changes the game - any of a new bowler name, game date, lane
*>     or game total given on the transaction replaces the posted
*>     value, blank fields are left alone;
*>   R reassigns the game to the bowler in the new-name field (the
*>     sub who really bowled it), who must be on the roster when
*>     there is one;
*>   D deletes the game.
*> A changed or reassigned game has its handicapped score worked
*> again from the frozen average in force for its bowler on its
*> date, the same rule SeasonStandings posts with. If the adjusted
*> game would collide with a game already posted under the same
*> bowler, date, lane and number it takes the next free game number.
*>
*> Every applied adjustment appends a before and an after image of
*> the history record to HistoryAdjustmentAudit.dat. The report
*> lists each transaction's disposition and then every bowler whose
*> posted games changed - both bowlers, for a reassignment - so the
*> desk knows whose handicap needs HandicapRecalculation and whose
*> awards need SeasonAwardsRun run again. The history master is
*> rewritten once all the transactions are applied.
*>
*> A game keeps the league it was posted under. Its handicapped score
*> is reworked from the bowler's average in that league, and a
*> reassignment must name a bowler rostered in that league.

environment division.
configuration section.
    repository.
        function all intrinsic
        function ApplyBowlerHandicap.

input-output section.
file-control.
    select HistoryAdjustments assign to "HistoryAdjustments.dat"
        organization is line sequential
        file status is AdjustmentsStatus.
    select BowlerGameHistory assign to "BowlerGameHistory.dat"
        organization is line sequential
        file status is GameHistoryStatus.
    select HandicapMaster assign to "HandicapMaster.dat"
        organization is line sequential
        file status is HandicapMasterStatus.
    select BowlerRoster assign to "BowlerRoster.dat"
        organization is line sequential
        file status is RosterFileStatus.
    select AdjustmentAudit assign to "HistoryAdjustmentAudit.dat"
        organization is line sequential
        file status is AdjustmentAuditStatus.
    select AdjustmentReport assign to "HistoryAdjustmentReport.dat"
        organization is line sequential.

data division.
file section.
    fd HistoryAdjustments.
        01 HistoryAdjustmentRecord.
            02 HA-Action pic x.
                88 AdjustmentIsChange   value "C".
                88 AdjustmentIsReassign value "R".
                88 AdjustmentIsDelete   value "D".
            02 filler           pic x.
            02 HA-BowlerName    pic x(20).
            02 filler           pic x.
            02 HA-GameDate      pic x(8).
            02 filler           pic x.
            02 HA-LaneNumber    pic x(2).
            02 filler           pic x.
            02 HA-GameNumber    pic x.
            02 filler           pic x.
            02 HA-NewBowlerName pic x(20).
            02 filler           pic x.
            02 HA-NewGameDate   pic x(8).
            02 filler           pic x.
            02 HA-NewLaneNumber pic x(2).
            02 filler           pic x.
            02 HA-NewGameTotal  pic x(3).
            02 filler           pic x.
            02 HA-Reason        pic x(20).

    fd BowlerGameHistory.
        copy GameHistoryRecord.

    fd HandicapMaster.
        copy HandicapMasterRecord.

    fd BowlerRoster.
        copy RosterRecord.

    fd AdjustmentAudit.
        01 AuditLine pic x(100).

    fd AdjustmentReport.
        01 ReportLine pic x(100).

working-storage section.
    01 HistoryEntries.
        02 HistoryEntry occurs 1 to 20000 times depending on NumberOfHistoryEntries
                indexed by HistoryIdx.
            03 HT-Image.
                04 HT-BowlerName       pic x(20).
                04 HT-GameDate         pic x(8).
                04 HT-LaneNumber       pic 99.
                04 HT-GameTotal        pic 999.
                04 HT-HandicappedScore pic 999.
                04 HT-GameNumber       pic 9.
                04 HT-PostingSource    pic x.
                04 HT-LeagueCode       pic x(3).
            03 HT-Deleted pic 9.
                88 HistoryEntryDeleted value 1.
    01 NumberOfHistoryEntries pic 9(5) value zero.
    01 HistoryOverflowed pic 9 value zero usage binary.
    01 FoundHistoryIndex pic 9(5) value zero.
    01 ScanIdx pic 9(5) value zero.

    01 HandicapEntries.
        02 HandicapEntry occurs 1 to 500 times depending on NumberOfHandicapEntries
                indexed by HandicapIdx.
            03 HE-BowlerName    pic x(20).
            03 HE-EffectiveDate pic 9(8).
            03 HE-Average       pic 999v99.
            03 HE-LeagueCode    pic x(3).
    01 NumberOfHandicapEntries pic 999 value zero.
    01 BestEffectiveDate pic 9(8) value zero.
    01 BowlerAverage pic 999v99 value zero.

    01 RosterNames.
        02 RosterNameEntry occurs 1 to 200 times depending on NumberOfRosterNames
                indexed by RosterIdx.
            03 RosterName       pic x(20).
            03 RosterLeagueCode pic x(3).
    01 NumberOfRosterNames pic 999 value zero.
    01 FoundRosterIndex pic 999 value zero.

    01 AffectedBowlers.
        02 AffectedBowler pic x(20) occurs 1 to 200 times depending on NumberOfAffectedBowlers
                indexed by AffectedIdx.
    01 NumberOfAffectedBowlers pic 999 value zero.
    01 AffectedOverflowed pic 9 value zero usage binary.
    01 AffectedName pic x(20) value spaces.

    01 AdjustmentsStatus pic xx value spaces.
        88 AdjustmentsNotFound value "35".
        88 EndOfAdjustments value "10".
    01 GameHistoryStatus pic xx value spaces.
        88 GameHistoryNotFound value "35".
        88 EndOfGameHistory value "10".
    01 HandicapMasterStatus pic xx value spaces.
        88 HandicapMasterNotFound value "35".
        88 EndOfHandicapMaster value "10".
    01 RosterFileStatus pic xx value spaces.
        88 RosterFileNotFound value "35".
        88 EndOfRosterFile value "10".
    01 AdjustmentAuditStatus pic xx value spaces.
        88 AdjustmentAuditNotFound value "35".

    01 TargetGameNumber pic 9 value zero.
    01 TargetLaneNumber pic 99 value zero.
    01 HighestGameNumber pic 9 value zero.
    01 AdjustedImage.
        02 AJ-BowlerName       pic x(20).
        02 AJ-GameDate         pic x(8).
        02 AJ-LaneNumber       pic 99.
        02 AJ-GameTotal        pic 999.
        02 AJ-HandicappedScore pic 999.
        02 AJ-GameNumber       pic 9.
        02 AJ-PostingSource    pic x.
        02 AJ-LeagueCode       pic x(3).
    01 BeforeImage pic x(41) value spaces.
    01 RejectReason pic x(40) value spaces.
    01 Disposition pic x(60) value spaces.
    01 KeyCollision pic 9 value zero usage binary.

    01 CurrentDateFields.
        02 CurrentDateYmd pic 9(8).
        02 filler pic x(13).

    01 AdjustmentsApplied pic 9(5) value zero.
    01 AdjustmentsRejected pic 9(5) value zero.
    01 DisplayCount pic zzzz9.

    copy BatchReturnCode.

procedure division.

0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    if HistoryOverflowed equal to 1
        display "GameHistoryAdjustmentRun: game history exceeds the"
            " 20000-game work table - run abandoned before rewrite"
        set BatchCompletedWithErrors to true
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 2000-ApplyAdjustments thru 2000-Exit
    perform 4000-RewriteHistory thru 4000-Exit
    perform 5000-WriteAffectedBowlers thru 5000-Exit
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
    move BatchReturnCode to return-code
    stop run.

1000-Initialize.
    move function current-date to CurrentDateFields
    perform 1100-LoadHistory thru 1100-Exit
    perform 1200-LoadHandicapMaster thru 1200-Exit
    perform 1300-LoadRoster thru 1300-Exit
    open output AdjustmentReport
    move "Act Bowler                Date      Lane Game  Disposition" to ReportLine
    write ReportLine.
1000-Exit.
    exit.

*> History posted before game numbers were carried is numbered in
*> posting order, as the standings run numbers it.
1100-LoadHistory.
    open input BowlerGameHistory
    if GameHistoryNotFound
        go to 1100-Exit
    end-if

    perform 1150-ReadHistory thru 1150-Exit
    perform with test after until EndOfGameHistory
        if not EndOfGameHistory and NumberOfHistoryEntries equal to 20000
            move 1 to HistoryOverflowed
        end-if
        if not EndOfGameHistory and NumberOfHistoryEntries is less than 20000
            add 1 to NumberOfHistoryEntries
            move GameHistoryRecord to HT-Image(NumberOfHistoryEntries)
            move zero to HT-Deleted(NumberOfHistoryEntries)
            if GH-GameNumber is not numeric or GH-GameNumber equal to zero
                perform 1170-NumberLegacyGame thru 1170-Exit
            end-if
        end-if
        if not EndOfGameHistory
            perform 1150-ReadHistory thru 1150-Exit
        end-if
    end-perform

    close BowlerGameHistory.
1100-Exit.
    exit.

1150-ReadHistory.
    read BowlerGameHistory
        at end set EndOfGameHistory to true
    end-read.
1150-Exit.
    exit.

1170-NumberLegacyGame.
    move 1 to HT-GameNumber(NumberOfHistoryEntries)
    perform varying ScanIdx from 1 by 1
            until ScanIdx is not less than NumberOfHistoryEntries
        if HT-BowlerName(ScanIdx) equal to GH-BowlerName
                and HT-GameDate(ScanIdx) equal to GH-GameDate
                and HT-LaneNumber(ScanIdx) equal to GH-LaneNumber
                and HT-GameNumber(ScanIdx) is not less than
                    HT-GameNumber(NumberOfHistoryEntries)
                and HT-GameNumber(ScanIdx) is less than 9
            compute HT-GameNumber(NumberOfHistoryEntries) = HT-GameNumber(ScanIdx) + 1
        end-if
    end-perform.
1170-Exit.
    exit.

1200-LoadHandicapMaster.
    open input HandicapMaster
    if HandicapMasterNotFound
        go to 1200-Exit
    end-if

    perform 1250-ReadHandicapMaster thru 1250-Exit
    perform with test after until EndOfHandicapMaster
        if not EndOfHandicapMaster and NumberOfHandicapEntries is less than 500
            add 1 to NumberOfHandicapEntries
            move HM-BowlerName to HE-BowlerName(NumberOfHandicapEntries)
            move HM-EffectiveDate to HE-EffectiveDate(NumberOfHandicapEntries)
            move HM-Average to HE-Average(NumberOfHandicapEntries)
            move HM-LeagueCode to HE-LeagueCode(NumberOfHandicapEntries)
        end-if
        if not EndOfHandicapMaster
            perform 1250-ReadHandicapMaster thru 1250-Exit
        end-if
    end-perform

    close HandicapMaster.
1200-Exit.
    exit.

1250-ReadHandicapMaster.
    read HandicapMaster
        at end set EndOfHandicapMaster to true
    end-read.
1250-Exit.
    exit.

1300-LoadRoster.
    open input BowlerRoster
    if RosterFileNotFound
        go to 1300-Exit
    end-if

    perform 1350-ReadRoster thru 1350-Exit
    perform with test after until EndOfRosterFile
        if not EndOfRosterFile and NumberOfRosterNames is less than 200
            add 1 to NumberOfRosterNames
            move RO-BowlerName to RosterName(NumberOfRosterNames)
            move RO-LeagueCode to RosterLeagueCode(NumberOfRosterNames)
        end-if
        if not EndOfRosterFile
            perform 1350-ReadRoster thru 1350-Exit
        end-if
    end-perform

    close BowlerRoster.
1300-Exit.
    exit.

1350-ReadRoster.
    read BowlerRoster
        at end set EndOfRosterFile to true
    end-read.
1350-Exit.
    exit.

2000-ApplyAdjustments.
    open input HistoryAdjustments
    if AdjustmentsNotFound
        go to 2000-Exit
    end-if
    open extend AdjustmentAudit
    if AdjustmentAuditNotFound
        open output AdjustmentAudit
    end-if

    perform 2100-ReadAdjustment thru 2100-Exit
    perform with test after until EndOfAdjustments
        if not EndOfAdjustments
            perform 2200-ApplyOneAdjustment thru 2200-Exit
            perform 2100-ReadAdjustment thru 2100-Exit
        end-if
    end-perform

    close HistoryAdjustments
    close AdjustmentAudit.
2000-Exit.
    exit.

2100-ReadAdjustment.
    read HistoryAdjustments
        at end set EndOfAdjustments to true
    end-read.
2100-Exit.
    exit.

2200-ApplyOneAdjustment.
    move spaces to RejectReason
    if not AdjustmentIsChange and not AdjustmentIsReassign and not AdjustmentIsDelete
        move "UNKNOWN ACTION" to RejectReason
        perform 2290-RejectAdjustment thru 2290-Exit
        go to 2200-Exit
    end-if
    if HA-LaneNumber is not numeric or HA-GameNumber is not numeric
        move "LANE OR GAME NUMBER NOT NUMERIC" to RejectReason
        perform 2290-RejectAdjustment thru 2290-Exit
        go to 2200-Exit
    end-if

    perform 2300-FindPostedGame thru 2300-Exit
    if FoundHistoryIndex equal to zero
        move "GAME NOT ON HISTORY" to RejectReason
        perform 2290-RejectAdjustment thru 2290-Exit
        go to 2200-Exit
    end-if

    move HT-Image(FoundHistoryIndex) to BeforeImage
    move HT-Image(FoundHistoryIndex) to AdjustedImage

    evaluate true
        when AdjustmentIsDelete
            move 1 to HT-Deleted(FoundHistoryIndex)
            move HT-BowlerName(FoundHistoryIndex) to AffectedName
            perform 2700-NoteAffectedBowler thru 2700-Exit
            perform 2600-WriteAuditImages thru 2600-Exit
            add 1 to AdjustmentsApplied
            move "DELETED" to Disposition
            perform 2800-WriteDisposition thru 2800-Exit
            go to 2200-Exit
        when AdjustmentIsReassign
            perform 2400-BuildReassignment thru 2400-Exit
        when other
            perform 2450-BuildChange thru 2450-Exit
    end-evaluate
    if RejectReason not equal to spaces
        perform 2290-RejectAdjustment thru 2290-Exit
        go to 2200-Exit
    end-if

    perform 2500-SettleGameNumber thru 2500-Exit
    if RejectReason not equal to spaces
        perform 2290-RejectAdjustment thru 2290-Exit
        go to 2200-Exit
    end-if

    perform 2550-RescoreHandicap thru 2550-Exit
    move AdjustedImage to HT-Image(FoundHistoryIndex)

    move BeforeImage(1:20) to AffectedName
    perform 2700-NoteAffectedBowler thru 2700-Exit
    move AJ-BowlerName to AffectedName
    perform 2700-NoteAffectedBowler thru 2700-Exit

    perform 2600-WriteAuditImages thru 2600-Exit
    add 1 to AdjustmentsApplied
    move spaces to Disposition
    if AdjustmentIsReassign
        string "REASSIGNED TO " delimited by size
            AJ-BowlerName delimited by "  "
            into Disposition
        end-string
    else
        move "CHANGED" to Disposition
    end-if
    if AJ-GameNumber not equal to TargetGameNumber
        move Disposition to RejectReason
        move spaces to Disposition
        string RejectReason delimited by "  "
            " AS GAME " delimited by size
            AJ-GameNumber delimited by size
            into Disposition
        end-string
    end-if
    perform 2800-WriteDisposition thru 2800-Exit.
2200-Exit.
    exit.

2290-RejectAdjustment.
    add 1 to AdjustmentsRejected
    move spaces to Disposition
    string "REJECTED - " delimited by size
        RejectReason delimited by size
        into Disposition
    end-string
    perform 2800-WriteDisposition thru 2800-Exit.
2290-Exit.
    exit.

2300-FindPostedGame.
    move zero to FoundHistoryIndex
    move HA-LaneNumber to TargetLaneNumber
    move HA-GameNumber to TargetGameNumber
    perform varying HistoryIdx from 1 by 1
            until HistoryIdx is greater than NumberOfHistoryEntries
                or FoundHistoryIndex is not equal to zero
        if HT-BowlerName(HistoryIdx) equal to HA-BowlerName
                and HT-GameDate(HistoryIdx) equal to HA-GameDate
                and HT-LaneNumber(HistoryIdx) equal to TargetLaneNumber
                and HT-GameNumber(HistoryIdx) equal to TargetGameNumber
                and not HistoryEntryDeleted(HistoryIdx)
            set FoundHistoryIndex to HistoryIdx
        end-if
    end-perform.
2300-Exit.
    exit.

2400-BuildReassignment.
    if HA-NewBowlerName equal to spaces
        move "NO BOWLER TO REASSIGN TO" to RejectReason
        go to 2400-Exit
    end-if
    if NumberOfRosterNames is greater than zero
        move zero to FoundRosterIndex
        perform varying RosterIdx from 1 by 1
                until RosterIdx is greater than NumberOfRosterNames
            if RosterName(RosterIdx) equal to HA-NewBowlerName
                    and RosterLeagueCode(RosterIdx) equal to AJ-LeagueCode
                set FoundRosterIndex to RosterIdx
            end-if
        end-perform
        if FoundRosterIndex equal to zero
            move "NEW BOWLER NOT ON ROSTER" to RejectReason
            go to 2400-Exit
        end-if
    end-if
    move HA-NewBowlerName to AJ-BowlerName.
2400-Exit.
    exit.

2450-BuildChange.
    if HA-NewBowlerName not equal to spaces
        move HA-NewBowlerName to AJ-BowlerName
    end-if
    if HA-NewGameDate not equal to spaces
        if HA-NewGameDate is not numeric
            move "NEW GAME DATE NOT NUMERIC" to RejectReason
            go to 2450-Exit
        end-if
        move HA-NewGameDate to AJ-GameDate
    end-if
    if HA-NewLaneNumber not equal to spaces
        if HA-NewLaneNumber is not numeric
            move "NEW LANE NOT NUMERIC" to RejectReason
            go to 2450-Exit
        end-if
        move HA-NewLaneNumber to AJ-LaneNumber
    end-if
    if HA-NewGameTotal not equal to spaces
        if HA-NewGameTotal is not numeric or HA-NewGameTotal is greater than "300"
            move "NEW GAME TOTAL NOT 000-300" to RejectReason
            go to 2450-Exit
        end-if
        move HA-NewGameTotal to AJ-GameTotal
    end-if
    if AdjustedImage equal to BeforeImage
        move "NOTHING TO CHANGE" to RejectReason
    end-if.
2450-Exit.
    exit.

*> The adjusted game keeps its number unless another posted game
*> already holds that bowler, date, lane and number; then it takes
*> the next number free on that lane and night.
2500-SettleGameNumber.
    move zero to HighestGameNumber
    move zero to KeyCollision
    perform varying ScanIdx from 1 by 1
            until ScanIdx is greater than NumberOfHistoryEntries
        if ScanIdx not equal to FoundHistoryIndex
                and not HistoryEntryDeleted(ScanIdx)
                and HT-BowlerName(ScanIdx) equal to AJ-BowlerName
                and HT-GameDate(ScanIdx) equal to AJ-GameDate
                and HT-LaneNumber(ScanIdx) equal to AJ-LaneNumber
            if HT-GameNumber(ScanIdx) equal to AJ-GameNumber
                move 1 to KeyCollision
            end-if
            if HT-GameNumber(ScanIdx) is greater than HighestGameNumber
                move HT-GameNumber(ScanIdx) to HighestGameNumber
            end-if
        end-if
    end-perform
    if KeyCollision equal to zero
        go to 2500-Exit
    end-if
    if HighestGameNumber equal to 9
        move "NO FREE GAME NUMBER" to RejectReason
        go to 2500-Exit
    end-if
    compute AJ-GameNumber = HighestGameNumber + 1.
2500-Exit.
    exit.

2550-RescoreHandicap.
    move zero to BestEffectiveDate
    move 200 to BowlerAverage
    perform varying HandicapIdx from 1 by 1
            until HandicapIdx is greater than NumberOfHandicapEntries
        if HE-BowlerName(HandicapIdx) equal to AJ-BowlerName
                and HE-LeagueCode(HandicapIdx) equal to AJ-LeagueCode
                and HE-EffectiveDate(HandicapIdx) is not greater than
                    function numval(AJ-GameDate)
                and HE-EffectiveDate(HandicapIdx) is not less than BestEffectiveDate
            move HE-EffectiveDate(HandicapIdx) to BestEffectiveDate
            move HE-Average(HandicapIdx) to BowlerAverage
        end-if
    end-perform
    move function ApplyBowlerHandicap(AJ-GameTotal, BowlerAverage) to AJ-HandicappedScore.
2550-Exit.
    exit.

*> Before image, then the after image (a delete has none).
2600-WriteAuditImages.
    move spaces to AuditLine
    string
        CurrentDateYmd delimited by size
        " " delimited by size
        HA-Action delimited by size
        " BEFORE " delimited by size
        BeforeImage delimited by size
        " " delimited by size
        HA-Reason delimited by size
        into AuditLine
    end-string
    write AuditLine
    if AdjustmentIsDelete
        go to 2600-Exit
    end-if
    move spaces to AuditLine
    string
        CurrentDateYmd delimited by size
        " " delimited by size
        HA-Action delimited by size
        " AFTER  " delimited by size
        AdjustedImage delimited by size
        " " delimited by size
        HA-Reason delimited by size
        into AuditLine
    end-string
    write AuditLine.
2600-Exit.
    exit.

2700-NoteAffectedBowler.
    perform varying AffectedIdx from 1 by 1
            until AffectedIdx is greater than NumberOfAffectedBowlers
        if AffectedBowler(AffectedIdx) equal to AffectedName
            go to 2700-Exit
        end-if
    end-perform
    if NumberOfAffectedBowlers equal to 200
        move 1 to AffectedOverflowed
        go to 2700-Exit
    end-if
    add 1 to NumberOfAffectedBowlers
    move AffectedName to AffectedBowler(NumberOfAffectedBowlers).
2700-Exit.
    exit.

2800-WriteDisposition.
    move spaces to ReportLine
    string
        HA-Action delimited by size
        "   " delimited by size
        HA-BowlerName delimited by size
        "  " delimited by size
        HA-GameDate delimited by size
        "  " delimited by size
        HA-LaneNumber delimited by size
        "    " delimited by size
        HA-GameNumber delimited by size
        "     " delimited by size
        Disposition delimited by size
        into ReportLine
    end-string
    write ReportLine.
2800-Exit.
    exit.

4000-RewriteHistory.
    if AdjustmentsApplied equal to zero
        go to 4000-Exit
    end-if
    open output BowlerGameHistory
    perform varying HistoryIdx from 1 by 1
            until HistoryIdx is greater than NumberOfHistoryEntries
        if not HistoryEntryDeleted(HistoryIdx)
            move HT-Image(HistoryIdx) to GameHistoryRecord
            write GameHistoryRecord
        end-if
    end-perform
    close BowlerGameHistory.
4000-Exit.
    exit.

5000-WriteAffectedBowlers.
    move spaces to ReportLine
    write ReportLine
    move AdjustmentsApplied to DisplayCount
    string "Adjustments applied:  " DisplayCount delimited by size into ReportLine
    end-string
    write ReportLine
    move spaces to ReportLine
    move AdjustmentsRejected to DisplayCount
    string "Adjustments rejected: " DisplayCount delimited by size into ReportLine
    end-string
    write ReportLine
    move spaces to ReportLine
    write ReportLine
    move "Bowlers whose posted games changed - rerun HandicapRecalculation and SeasonAwardsRun:"
        to ReportLine
    write ReportLine
    perform varying AffectedIdx from 1 by 1
            until AffectedIdx is greater than NumberOfAffectedBowlers
        move spaces to ReportLine
        move AffectedBowler(AffectedIdx) to ReportLine(3:20)
        write ReportLine
    end-perform
    if NumberOfAffectedBowlers equal to zero
        move "  (none)" to ReportLine
        write ReportLine
    end-if
    if AffectedOverflowed equal to 1
        move "  ... more than 200 bowlers changed - rerun both for the whole league"
            to ReportLine
        write ReportLine
    end-if.
5000-Exit.
    exit.

8000-SetReturnCode.
    display "GameHistoryAdjustmentRun: " AdjustmentsApplied " applied, "
        AdjustmentsRejected " rejected, " NumberOfAffectedBowlers
        " bowler(s) to recalculate"
    if AdjustmentsRejected is greater than zero
        set BatchCompletedWithWarnings to true
    else
        set BatchCompletedNormally to true
    end-if.
8000-Exit.
    exit.

9000-Terminate.
    close AdjustmentReport.
9000-Exit.
    exit.

end program GameHistoryAdjustmentRun.
