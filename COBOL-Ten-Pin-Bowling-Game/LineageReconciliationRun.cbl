identification division.
program-id. LineageReconciliationRun.

*> Lineage reconciliation. LeagueBillingRun bills lineage only from
*> games that reached BowlerGameHistory.dat, but the pinsetters count
*> every game bowled on a lane - so a card sitting on suspense, an
*> unposted pre-bowl or a practice game nobody keyed is bowled and
*> never billed. This run reads the nightly lane-counter extract
*> (LaneCounterExtract.dat: lane, date, games counted) and sets
*> beside each lane and night the games the house can account for:
*> games posted to the history master, cards still on
*> ScorecardSuspense.dat (held duplicate postings excepted - they are
*> a second copy of a game already posted) and cards banked on
*> PreBowlBank.dat. A lane whose counter runs ahead of the accounted
*> games by more than the tolerance on LineageReconParms.dat (games
*> per lane per night; two if there is no parm) is listed for the
*> desk to chase, priced at the lineage rate from
*> BillingFeeSchedule.dat when the house has one. Lanes are the
*> house's, not a league's, so every league's games count here.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
file-control.
    select LaneCounterExtract assign to "LaneCounterExtract.dat"
        organization is line sequential
        file status is CounterExtractStatus.
    select BowlerGameHistory assign to "BowlerGameHistory.dat"
        organization is line sequential
        file status is GameHistoryStatus.
    select ScorecardSuspense assign to "ScorecardSuspense.dat"
        organization is line sequential
        file status is SuspenseFileStatus.
    select PreBowlBank assign to "PreBowlBank.dat"
        organization is line sequential
        file status is PreBowlBankStatus.
    select BillingFeeSchedule assign to "BillingFeeSchedule.dat"
        organization is line sequential
        file status is FeeScheduleStatus.
    select LineageReconParms assign to "LineageReconParms.dat"
        organization is line sequential
        file status is ReconParmsStatus.
    select ReconciliationReport assign to "LineageReconciliationReport.dat"
        organization is line sequential.

data division.
file section.
    fd LaneCounterExtract.
        01 LaneCounterRecord.
            02 LC-LaneNumber pic 99.
            02 filler        pic x.
            02 LC-GameDate   pic x(8).
            02 filler        pic x.
            02 LC-Games      pic 9(4).

    fd BowlerGameHistory.
        copy GameHistoryRecord.

    fd ScorecardSuspense.
        copy SuspenseRecord.

    fd PreBowlBank.
        01 PreBowlBankLine pic x(119).
        01 BankedScorecard redefines PreBowlBankLine.
            02 BK-BowlerName    pic x(20).
            02 BK-LaneNumber    pic 99.
            02 BK-GameDate      pic x(8).
            02 filler           pic x(89).
        01 BankedPinDetail redefines PreBowlBankLine.
            02 BK-RecordId pic x(8).
                88 BankedRecordIsPinDetail value "*PINDTL*".
            02 filler pic x(111).

    fd BillingFeeSchedule.
        01 FeeScheduleRecord.
            02 FS-FromDate       pic 9(8).
            02 filler            pic x.
            02 FS-ToDate         pic 9(8).
            02 filler            pic x.
            02 FS-LineagePerGame pic 9(3)v99.
            02 filler            pic x.
            02 FS-SeasonFee      pic 9(5)v99.
            02 filler            pic x.
            02 FS-LateCharge     pic 9(4)v99.

    fd LineageReconParms.
        01 ReconParmRecord.
            02 ParmTolerance pic 999.

    fd ReconciliationReport.
        01 ReportLine pic x(100).

working-storage section.
    01 LaneNights.
        02 LaneNight occurs 1 to 1000 times depending on NumberOfLaneNights
                indexed by LaneNightIdx.
            03 LN-LaneNumber   pic 99.
            03 LN-GameDate     pic x(8).
            03 LN-CounterGames pic 9(5).
            03 LN-PostedGames  pic 9(5).
            03 LN-SuspenseGames pic 9(5).
            03 LN-PreBowlGames pic 9(5).
    01 NumberOfLaneNights pic 9(4) value zero.
    01 FoundLaneNightIndex pic 9(4) value zero.
    01 LaneNightsOverflowed pic 9(5) value zero.
    01 LaneToFind pic 99 value zero.
    01 DateToFind pic x(8) value spaces.

    01 CounterExtractStatus pic xx value spaces.
        88 CounterExtractNotFound value "35".
        88 EndOfCounterExtract value "10".
    01 GameHistoryStatus pic xx value spaces.
        88 GameHistoryNotFound value "35".
        88 EndOfGameHistory value "10".
    01 SuspenseFileStatus pic xx value spaces.
        88 SuspenseFileNotFound value "35".
        88 EndOfSuspenseFile value "10".
    01 PreBowlBankStatus pic xx value spaces.
        88 PreBowlBankNotFound value "35".
        88 EndOfPreBowlBank value "10".
    01 FeeScheduleStatus pic xx value spaces.
        88 FeeScheduleFound value "00".
    01 ReconParmsStatus pic xx value spaces.
        88 ReconParmsFound value "00".

    01 Tolerance pic 999 value 2.
    01 LineagePerGame pic 9(3)v99 value zero.
    01 FeeScheduleOnFile pic 9 value zero usage binary.
        88 FeeScheduleLoaded value 1.

    01 AccountedGames pic 9(5) value zero.
    01 UnaccountedGames pic s9(5) value zero.
    01 LineageAtRisk pic 9(7)v99 value zero.
    01 LaneNightsChecked pic 9(5) value zero.
    01 LaneNightsListed pic 9(5) value zero.
    01 TotalCounterGames pic 9(7) value zero.
    01 TotalAccountedGames pic 9(7) value zero.
    01 TotalUnaccountedListed pic 9(7) value zero.
    01 TotalLineageAtRisk pic 9(7)v99 value zero.

    01 UnaccountedEdited pic -(4)9.
    01 LineageAtRiskEdited pic z(6)9.99.
    01 TotalLineageEdited pic z(6)9.99.

    copy BatchReturnCode.

procedure division.

0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    if CounterExtractNotFound
        display "LineageReconciliationRun: no lane-counter extract on file"
        set BatchCompletedWithWarnings to true
        perform 9000-Terminate thru 9000-Exit
        move BatchReturnCode to return-code
        stop run
    end-if
    if LaneNightsOverflowed is greater than zero
        display "LineageReconciliationRun: counter extract exceeds the"
            " 1000 lane-night work table - run abandoned"
        set BatchCompletedWithErrors to true
        perform 9000-Terminate thru 9000-Exit
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 2000-CountPostedGames thru 2000-Exit
    perform 2200-CountSuspenseCards thru 2200-Exit
    perform 2400-CountPreBowlCards thru 2400-Exit
    perform 3000-WriteReconciliation thru 3000-Exit
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
    move BatchReturnCode to return-code
    stop run.

1000-Initialize.
    open output ReconciliationReport

    open input LineageReconParms
    if ReconParmsFound
        read LineageReconParms
            at end continue
            not at end
                if ParmTolerance is numeric
                    move ParmTolerance to Tolerance
                end-if
        end-read
        close LineageReconParms
    end-if

    open input BillingFeeSchedule
    if FeeScheduleFound
        read BillingFeeSchedule
            at end continue
            not at end
                if FS-LineagePerGame is numeric
                    move FS-LineagePerGame to LineagePerGame
                    move 1 to FeeScheduleOnFile
                end-if
        end-read
        close BillingFeeSchedule
    end-if

    perform 1100-LoadCounterExtract thru 1100-Exit.
1000-Exit.
    exit.

*> A lane and night appearing twice on the extract (a counter read
*> taken in two halves) is added together.
1100-LoadCounterExtract.
    open input LaneCounterExtract
    if CounterExtractNotFound
        go to 1100-Exit
    end-if

    perform 1150-ReadCounterRecord thru 1150-Exit
    perform with test after until EndOfCounterExtract
        if not EndOfCounterExtract and LC-Games is numeric
            move LC-LaneNumber to LaneToFind
            move LC-GameDate to DateToFind
            perform 1900-FindLaneNight thru 1900-Exit
            if FoundLaneNightIndex equal to zero
                if NumberOfLaneNights is less than 1000
                    add 1 to NumberOfLaneNights
                    move NumberOfLaneNights to FoundLaneNightIndex
                    move LC-LaneNumber to LN-LaneNumber(FoundLaneNightIndex)
                    move LC-GameDate to LN-GameDate(FoundLaneNightIndex)
                    move zero to LN-CounterGames(FoundLaneNightIndex)
                    move zero to LN-PostedGames(FoundLaneNightIndex)
                    move zero to LN-SuspenseGames(FoundLaneNightIndex)
                    move zero to LN-PreBowlGames(FoundLaneNightIndex)
                else
                    add 1 to LaneNightsOverflowed
                end-if
            end-if
            if FoundLaneNightIndex is greater than zero
                add LC-Games to LN-CounterGames(FoundLaneNightIndex)
            end-if
        end-if
        if not EndOfCounterExtract
            perform 1150-ReadCounterRecord thru 1150-Exit
        end-if
    end-perform
    close LaneCounterExtract.
1100-Exit.
    exit.

1150-ReadCounterRecord.
    read LaneCounterExtract
        at end set EndOfCounterExtract to true
    end-read.
1150-Exit.
    exit.

1900-FindLaneNight.
    move zero to FoundLaneNightIndex
    perform varying LaneNightIdx from 1 by 1
            until LaneNightIdx is greater than NumberOfLaneNights
        if LN-LaneNumber(LaneNightIdx) equal to LaneToFind
                and LN-GameDate(LaneNightIdx) equal to DateToFind
            move LaneNightIdx to FoundLaneNightIndex
        end-if
    end-perform.
1900-Exit.
    exit.

*> Games outside the nights on the extract have nothing to be
*> reconciled against and are passed over.
2000-CountPostedGames.
    open input BowlerGameHistory
    if GameHistoryNotFound
        go to 2000-Exit
    end-if

    perform 2050-ReadGameHistory thru 2050-Exit
    perform with test after until EndOfGameHistory
        if not EndOfGameHistory
            move GH-LaneNumber to LaneToFind
            move GH-GameDate to DateToFind
            perform 1900-FindLaneNight thru 1900-Exit
            if FoundLaneNightIndex is greater than zero
                add 1 to LN-PostedGames(FoundLaneNightIndex)
            end-if
        end-if
        if not EndOfGameHistory
            perform 2050-ReadGameHistory thru 2050-Exit
        end-if
    end-perform
    close BowlerGameHistory.
2000-Exit.
    exit.

2050-ReadGameHistory.
    read BowlerGameHistory
        at end set EndOfGameHistory to true
    end-read.
2050-Exit.
    exit.

2200-CountSuspenseCards.
    open input ScorecardSuspense
    if SuspenseFileNotFound
        go to 2200-Exit
    end-if

    perform 2250-ReadSuspense thru 2250-Exit
    perform with test after until EndOfSuspenseFile
        if not EndOfSuspenseFile
                and SU-Reason not equal to "DUPLICATE POSTING"
            move SU-LaneNumber to LaneToFind
            move SU-GameDate to DateToFind
            perform 1900-FindLaneNight thru 1900-Exit
            if FoundLaneNightIndex is greater than zero
                add 1 to LN-SuspenseGames(FoundLaneNightIndex)
            end-if
        end-if
        if not EndOfSuspenseFile
            perform 2250-ReadSuspense thru 2250-Exit
        end-if
    end-perform
    close ScorecardSuspense.
2200-Exit.
    exit.

2250-ReadSuspense.
    read ScorecardSuspense
        at end set EndOfSuspenseFile to true
    end-read.
2250-Exit.
    exit.

*> A banked card carries its lane and the match date it was bowled
*> for; pin-detail lines banked behind it are not games.
2400-CountPreBowlCards.
    open input PreBowlBank
    if PreBowlBankNotFound
        go to 2400-Exit
    end-if

    perform 2450-ReadBankLine thru 2450-Exit
    perform with test after until EndOfPreBowlBank
        if not EndOfPreBowlBank and not BankedRecordIsPinDetail
            move BK-LaneNumber to LaneToFind
            move BK-GameDate to DateToFind
            perform 1900-FindLaneNight thru 1900-Exit
            if FoundLaneNightIndex is greater than zero
                add 1 to LN-PreBowlGames(FoundLaneNightIndex)
            end-if
        end-if
        if not EndOfPreBowlBank
            perform 2450-ReadBankLine thru 2450-Exit
        end-if
    end-perform
    close PreBowlBank.
2400-Exit.
    exit.

2450-ReadBankLine.
    read PreBowlBank
        at end set EndOfPreBowlBank to true
    end-read.
2450-Exit.
    exit.

3000-WriteReconciliation.
    move spaces to ReportLine
    string
        "Lineage reconciliation - tolerance " delimited by size
        Tolerance delimited by size
        " game(s) per lane per night" delimited by size
        into ReportLine
    end-string
    write ReportLine
    move spaces to ReportLine
    write ReportLine
    move "Lane  Date      Counter  Posted  Suspense  PreBowl  Unaccounted  Lineage" to ReportLine
    write ReportLine

    perform varying LaneNightIdx from 1 by 1
            until LaneNightIdx is greater than NumberOfLaneNights
        perform 3100-ReconcileLaneNight thru 3100-Exit
    end-perform

    move spaces to ReportLine
    write ReportLine
    move spaces to ReportLine
    string
        "Lane nights checked  " delimited by size
        LaneNightsChecked delimited by size
        into ReportLine
    end-string
    write ReportLine
    move spaces to ReportLine
    string
        "Lane nights to chase " delimited by size
        LaneNightsListed delimited by size
        into ReportLine
    end-string
    write ReportLine
    move spaces to ReportLine
    string
        "Games counted        " delimited by size
        TotalCounterGames delimited by size
        into ReportLine
    end-string
    write ReportLine
    move spaces to ReportLine
    string
        "Games accounted for  " delimited by size
        TotalAccountedGames delimited by size
        into ReportLine
    end-string
    write ReportLine
    move spaces to ReportLine
    string
        "Games to chase       " delimited by size
        TotalUnaccountedListed delimited by size
        into ReportLine
    end-string
    write ReportLine
    if FeeScheduleLoaded
        move TotalLineageAtRisk to TotalLineageEdited
        move spaces to ReportLine
        string
            "Unbilled lineage     " delimited by size
            TotalLineageEdited delimited by size
            into ReportLine
        end-string
        write ReportLine
    end-if.
3000-Exit.
    exit.

3100-ReconcileLaneNight.
    add 1 to LaneNightsChecked
    compute AccountedGames = LN-PostedGames(LaneNightIdx)
        + LN-SuspenseGames(LaneNightIdx) + LN-PreBowlGames(LaneNightIdx)
    compute UnaccountedGames = LN-CounterGames(LaneNightIdx) - AccountedGames
    add LN-CounterGames(LaneNightIdx) to TotalCounterGames
    add AccountedGames to TotalAccountedGames

    if UnaccountedGames is not greater than Tolerance
        go to 3100-Exit
    end-if

    add 1 to LaneNightsListed
    add UnaccountedGames to TotalUnaccountedListed
    compute LineageAtRisk = UnaccountedGames * LineagePerGame
    add LineageAtRisk to TotalLineageAtRisk
    move UnaccountedGames to UnaccountedEdited
    move LineageAtRisk to LineageAtRiskEdited

    move spaces to ReportLine
    if FeeScheduleLoaded
        string
            LN-LaneNumber(LaneNightIdx) delimited by size
            "    " delimited by size
            LN-GameDate(LaneNightIdx) delimited by size
            "  " delimited by size
            LN-CounterGames(LaneNightIdx) delimited by size
            "    " delimited by size
            LN-PostedGames(LaneNightIdx) delimited by size
            "   " delimited by size
            LN-SuspenseGames(LaneNightIdx) delimited by size
            "     " delimited by size
            LN-PreBowlGames(LaneNightIdx) delimited by size
            "    " delimited by size
            UnaccountedEdited delimited by size
            "      " delimited by size
            LineageAtRiskEdited delimited by size
            into ReportLine
        end-string
    else
        string
            LN-LaneNumber(LaneNightIdx) delimited by size
            "    " delimited by size
            LN-GameDate(LaneNightIdx) delimited by size
            "  " delimited by size
            LN-CounterGames(LaneNightIdx) delimited by size
            "    " delimited by size
            LN-PostedGames(LaneNightIdx) delimited by size
            "   " delimited by size
            LN-SuspenseGames(LaneNightIdx) delimited by size
            "     " delimited by size
            LN-PreBowlGames(LaneNightIdx) delimited by size
            "    " delimited by size
            UnaccountedEdited delimited by size
            into ReportLine
        end-string
    end-if
    write ReportLine.
3100-Exit.
    exit.

8000-SetReturnCode.
    if LaneNightsListed is greater than zero
        display "LineageReconciliationRun: " LaneNightsListed
            " lane night(s) bowled more games than were accounted for"
        set BatchCompletedWithWarnings to true
    else
        set BatchCompletedNormally to true
    end-if.
8000-Exit.
    exit.

9000-Terminate.
    close ReconciliationReport.
9000-Exit.
    exit.

end program LineageReconciliationRun.
