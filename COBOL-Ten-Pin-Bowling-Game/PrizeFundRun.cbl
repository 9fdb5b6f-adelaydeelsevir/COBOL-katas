identification division.
program-id. PrizeFundRun.

*> Prize fund run. Part of every lineage dollar LeagueBillingRun
*> bills belongs to the prize fund, and the payouts used to be
*> worked out by hand from the standings and awards printouts. The
*> fund lives on PrizeFundLedger.dat, and PrizeFundParms.dat (mode,
*> run date, percent of lineage, approver code, bank account) says
*> which of the run's two jobs to do:
*>
*>   ACCRUE - during the season, every league night on the
*>            game-history master inside the billing period and not
*>            yet accrued is priced at the fee schedule's lineage
*>            rate times the prize-fund percent, and one accrual per
*>            night is added to the ledger.
*>   PAYOUT - at season end (after SeasonStandings and
*>            SeasonAwardsRun, before SeasonCloseRun empties the
*>            history), the fund is split by PrizePayoutTable.dat:
*>            a percent of the fund per team finishing position from
*>            the match-point standings, per award and rank from
*>            SeasonAwardsReport.dat, and a share for honor games on
*>            HonorsLog.dat split evenly between them. The payouts
*>            are written to PrizeDisbursements.dat in the normal
*>            Disbursements.dat layout with its control trailer, so
*>            they go through ChequePrintRun's approval limits and
*>            duplicate checks like any other payment. A place nobody
*>            filled leaves its share in the fund, carried forward
*>            to next season.
*>
*> Either way PrizeFundStatement.dat shows the season's money in
*> (brought forward plus accruals) against money out (payouts plus
*> carried forward) and says whether the two balance. A payout run
*> that does not balance ends with return code 8.
*>
*> Each league in the center keeps its own fund. When
*> LeagueRunParms.dat names a league, only that league's nights are
*> accrued, its honor games are the ones bowled in the league, and
*> the ledger, standings, awards report, disbursements and statement
*> are the league's own files (PrizeFundLedger-TUE.dat and so on, the
*> names the league's standings and awards runs write). The league's
*> fee schedule is used if it has one. With no league named the usual
*> file names are used and the whole house is one fund.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
file-control.
    select PrizeFundParms assign to "PrizeFundParms.dat"
        organization is line sequential
        file status is PrizeFundParmsStatus.
    select PrizeFundLedger assign to LedgerName
        organization is line sequential
        file status is PrizeFundLedgerStatus.
    select BillingFeeSchedule assign to FeeScheduleName
        organization is line sequential
        file status is FeeScheduleStatus.
    select BowlerGameHistory assign to "BowlerGameHistory.dat"
        organization is line sequential
        file status is GameHistoryStatus.
    select PrizePayoutTable assign to "PrizePayoutTable.dat"
        organization is line sequential
        file status is PayoutTableStatus.
    select StandingsReport assign to StandingsReportName
        organization is line sequential
        file status is StandingsReportStatus.
    select AwardsReport assign to AwardsReportName
        organization is line sequential
        file status is AwardsReportStatus.
    select HonorsLog assign to "HonorsLog.dat"
        organization is line sequential
        file status is HonorsLogStatus.
    select PrizeDisbursements assign to DisbursementsName
        organization is line sequential.
    select PrizeFundStatement assign to StatementName
        organization is line sequential.
    select LeagueRunParms assign to "LeagueRunParms.dat"
        organization is line sequential
        file status is LeagueRunParmsStatus.

data division.
file section.
    fd PrizeFundParms.
        01 PrizeFundParmRecord.
            02 ParmRunMode        pic x(6).
                88 ParmModeIsAccrue value "ACCRUE".
                88 ParmModeIsPayout value "PAYOUT".
            02 filler             pic x.
            02 ParmRunDate        pic 9(8).
            02 filler             pic x.
            02 ParmFundPercent    pic 9(2)v99.
            02 filler             pic x.
            02 ParmApproverCode   pic x(4).
            02 filler             pic x.
            02 ParmAccountCode    pic x(3).

*> One ledger line per movement: A accrual (a league night's
*> games), P payout, S season closed by a payout run, B balance
*> brought forward into the new season. Only the lines after the
*> last S belong to the season in progress.
    fd PrizeFundLedger.
        01 LedgerRecord.
            02 PF-EntryType   pic x.
                88 EntryIsAccrual       value "A".
                88 EntryIsPayout        value "P".
                88 EntryIsSeasonClose   value "S".
                88 EntryIsBroughtForward value "B".
            02 filler         pic x.
            02 PF-EntryDate   pic 9(8).
            02 filler         pic x.
            02 PF-Games       pic 9(5).
            02 filler         pic x.
            02 PF-Amount      pic 9(7)v99.
            02 filler         pic x.
            02 PF-Description pic x(30).

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

    fd BowlerGameHistory.
        copy GameHistoryRecord.

    fd PrizePayoutTable.
        01 PayoutTableRecord.
            02 PT-Category  pic x(5).
                88 PayoutIsTeamPlace value "TEAM ".
                88 PayoutIsAward     value "AWARD".
                88 PayoutIsHonors    value "HONOR".
            02 filler       pic x.
            02 PT-AwardCode pic x(8).
            02 filler       pic x.
            02 PT-Position  pic 99.
            02 filler       pic x.
            02 PT-Percent   pic 9(2)v99.

    fd StandingsReport.
        01 StandingsLine.
            02 SL-TeamTag pic x(5).
            02 SL-TeamId pic 99.
            02 filler pic x(6).
            02 SL-MatchPoints pic 999.
            02 filler pic x(64).

    fd AwardsReport.
        01 AwardsLine pic x(100).

    fd HonorsLog.
        01 HonorsLogLine.
            02 HL-GameDate pic x(8).
            02 filler      pic xx.
            02 HL-Name     pic x(20).
            02 filler      pic x(8).
            02 HL-Score    pic 999.

    fd PrizeDisbursements.
        01 PrizeDisbursementRecord.
            02 PZ-Payee  pic x(20).
            02 filler   pic x value space.
            02 PZ-Sign   pic x.
            02 PZ-Amount pic 9(10)v99.
            02 filler         pic x value space.
            02 PZ-ManualSign   pic x.
            02 PZ-ManualAmount pic 9(10)v99.
            02 filler         pic x value space.
            02 PZ-PayMethod   pic x.
            02 filler         pic x value space.
            02 PZ-ApproverCode pic x(4).
            02 filler         pic x value space.
            02 PZ-AccountCode pic x(3).
        01 PrizeDisbursementTrailer redefines PrizeDisbursementRecord.
            02 PZ-TrailerId   pic x(9).
            02 filler         pic x(12).
            02 PZ-RecordCount pic 9(6).
            02 filler         pic x.
            02 PZ-HashTotal   pic 9(12)v99.

    fd PrizeFundStatement.
        01 StatementLine pic x(100).

    fd LeagueRunParms.
        01 LeagueParmRecord.
            02 ParmLeagueCode pic x(3).

working-storage section.
    01 LeagueNights.
        02 LeagueNight occurs 1 to 60 times depending on NumberOfLeagueNights
                indexed by NightIdx.
            03 LN-GameDate pic 9(8).
            03 LN-Games    pic 9(5).
    01 NumberOfLeagueNights pic 99 value zero.
    01 FoundNightIndex pic 99 value zero.
    01 EarliestNightIndex pic 99 value zero.

    01 TeamPlaces.
        02 TeamPlace occurs 1 to 20 times depending on NumberOfTeams
                indexed by TeamIdx.
            03 TP-TeamId      pic 99.
            03 TP-MatchPoints pic 999.
            03 TP-Position    pic 99.
    01 NumberOfTeams pic 99 value zero.
    01 BestTeamIndex pic 99 value zero.
    01 PlaceBeingAwarded pic 99 value zero.
    01 InMatchPointSection pic 9 value zero usage binary.

    01 AwardWinners.
        02 AwardWinner occurs 1 to 100 times depending on NumberOfAwardWinners
                indexed by WinnerIdx.
            03 AWW-AwardCode pic x(8).
            03 AWW-Rank      pic 99.
            03 AWW-Name      pic x(20).
    01 NumberOfAwardWinners pic 999 value zero.
    01 CurrentAwardCode pic x(8) value spaces.

    01 SeasonHonors.
        02 SeasonHonor occurs 1 to 50 times depending on NumberOfSeasonHonors
                indexed by HonorIdx.
            03 SH-Name     pic x(20).
            03 SH-GameDate pic x(8).
            03 SH-Score    pic 999.
    01 NumberOfSeasonHonors pic 99 value zero.

    01 Payouts.
        02 Payout occurs 1 to 200 times depending on NumberOfPayouts
                indexed by PayoutIdx.
            03 PO-Payee       pic x(20).
            03 PO-Amount      pic 9(7)v99.
            03 PO-Description pic x(30).
    01 NumberOfPayouts pic 999 value zero.

    01 PrizeFundParmsStatus pic xx value spaces.
        88 PrizeFundParmsFound value "00".
    01 PrizeFundLedgerStatus pic xx value spaces.
        88 PrizeFundLedgerNotFound value "35".
        88 EndOfPrizeFundLedger value "10".
    01 FeeScheduleStatus pic xx value spaces.
        88 FeeScheduleFound value "00".
    01 GameHistoryStatus pic xx value spaces.
        88 GameHistoryNotFound value "35".
        88 EndOfGameHistory value "10".
    01 PayoutTableStatus pic xx value spaces.
        88 PayoutTableNotFound value "35".
        88 EndOfPayoutTable value "10".
    01 StandingsReportStatus pic xx value spaces.
        88 StandingsReportNotFound value "35".
        88 EndOfStandingsReport value "10".
    01 AwardsReportStatus pic xx value spaces.
        88 AwardsReportNotFound value "35".
        88 EndOfAwardsReport value "10".
    01 HonorsLogStatus pic xx value spaces.
        88 HonorsLogNotFound value "35".
        88 EndOfHonorsLog value "10".
    01 LeagueRunParmsStatus pic xx value spaces.
        88 LeagueRunParmsFound value "00".
    01 RunLeagueCode pic x(3) value spaces.
    01 LeagueSelectedSwitch pic 9 value zero usage binary.
        88 LeagueIsSelected value 1.
    01 HonorInLeague pic 9 value zero usage binary.
        88 HonorBowledInLeague value 1.
    01 LedgerName pic x(40) value "PrizeFundLedger.dat".
    01 FeeScheduleName pic x(40) value "BillingFeeSchedule.dat".
    01 StandingsReportName pic x(40) value "StandingsReport.dat".
    01 AwardsReportName pic x(40) value "SeasonAwardsReport.dat".
    01 DisbursementsName pic x(40) value "PrizeDisbursements.dat".
    01 StatementName pic x(40) value "PrizeFundStatement.dat".

    01 CurrentDateFields.
        02 CurrentDateYmd pic 9(8).
        02 filler pic x(13).
    01 RunDate pic 9(8) value zero.
    01 RunMode pic x(6) value "ACCRUE".
        88 RunModeIsAccrue value "ACCRUE".
        88 RunModeIsPayout value "PAYOUT".
    01 FundPercent pic 9(2)v99 value 20.
    01 ApproverCode pic x(4) value spaces.
    01 AccountCode pic x(3) value "OPR".

    01 BillingFromDate pic 9(8) value zero.
    01 BillingToDate pic 9(8) value 99999999.
    01 LineagePerGame pic 9(3)v99 value zero.
    01 FeeScheduleOnFile pic 9 value zero usage binary.
        88 FeeScheduleLoaded value 1.

    01 SeasonStartDate pic 9(8) value zero.
    01 LastAccruedDate pic 9(8) value zero.
    01 GameDateNumeric pic 9(8) value zero.
    01 BroughtForward pic 9(7)v99 value zero.
    01 AccruedThisSeason pic 9(7)v99 value zero.
    01 AccruedThisRun pic 9(7)v99 value zero.
    01 PaidThisSeason pic 9(7)v99 value zero.
    01 PaidBeforeRun pic 9(7)v99 value zero.
    01 PayoutLinesTotal pic 9(7)v99 value zero.
    01 CarriedToLedger pic 9(7)v99 value zero.
    01 PayoutsWrittenSwitch pic 9 value zero usage binary.
        88 PayoutsWritten value 1.
    01 FundAvailable pic s9(7)v99 value zero.
    01 CarriedForward pic s9(7)v99 value zero.
    01 NightAccrual pic 9(7)v99 value zero.
    01 ShareAmount pic 9(7)v99 value zero.
    01 HonorShare pic 9(7)v99 value zero.
    01 TotalPayoutPercent pic 9(3)v99 value zero.
    01 PlacesUnfilled pic 999 value zero.
    01 MoneyIn pic s9(8)v99 value zero.
    01 MoneyOut pic s9(8)v99 value zero.

    01 DisbursementCount pic 9(6) value zero.
    01 DisbursementHash pic 9(12)v99 value zero.

    01 AmountEdited pic z(6)9.99 value zero.
    01 SignedAmountEdited pic -(7)9.99 value zero.
    01 PercentEdited pic z9.99 value zero.
    01 TeamIdEdited pic 99 value zero.

    copy BatchReturnCode.

procedure division.

0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    if BatchCompletedWithErrors
        move BatchReturnCode to return-code
        stop run
    end-if
    if RunModeIsPayout
        perform 3000-PayOutFund thru 3000-Exit
    else
        perform 2000-AccrueLeagueNights thru 2000-Exit
    end-if
    perform 4000-WriteFundStatement thru 4000-Exit
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
    move BatchReturnCode to return-code
    stop run.

1000-Initialize.
    move function current-date to CurrentDateFields
    move CurrentDateYmd to RunDate
    perform 1050-SetLeagueFileNames thru 1050-Exit

    open input PrizeFundParms
    if PrizeFundParmsFound
        read PrizeFundParms
            at end continue
            not at end
                if ParmModeIsAccrue or ParmModeIsPayout
                    move ParmRunMode to RunMode
                end-if
                if ParmRunDate is numeric and ParmRunDate is greater than zero
                    move ParmRunDate to RunDate
                end-if
                if ParmFundPercent is numeric
                        and ParmFundPercent is greater than zero
                    move ParmFundPercent to FundPercent
                end-if
                move ParmApproverCode to ApproverCode
                if ParmAccountCode is not equal to spaces
                    move ParmAccountCode to AccountCode
                end-if
        end-read
        close PrizeFundParms
    end-if

    open input BillingFeeSchedule
    if not FeeScheduleFound and LeagueIsSelected
        move "BillingFeeSchedule.dat" to FeeScheduleName
        open input BillingFeeSchedule
    end-if
    if FeeScheduleFound
        read BillingFeeSchedule
            at end continue
            not at end
                move FS-FromDate to BillingFromDate
                move FS-ToDate to BillingToDate
                move FS-LineagePerGame to LineagePerGame
                move 1 to FeeScheduleOnFile
        end-read
        close BillingFeeSchedule
    end-if
    if RunModeIsAccrue and not FeeScheduleLoaded
        display "PrizeFundRun: no fee schedule on file - nothing to accrue"
        set BatchCompletedWithErrors to true
        go to 1000-Exit
    end-if

    perform 1100-LoadLedger thru 1100-Exit
    move PaidThisSeason to PaidBeforeRun.
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
    move spaces to LedgerName
    string
        "PrizeFundLedger-" delimited by size
        RunLeagueCode delimited by space
        ".dat" delimited by size
        into LedgerName
    end-string
    move spaces to FeeScheduleName
    string
        "BillingFeeSchedule-" delimited by size
        RunLeagueCode delimited by space
        ".dat" delimited by size
        into FeeScheduleName
    end-string
    move spaces to StandingsReportName
    string
        "StandingsReport-" delimited by size
        RunLeagueCode delimited by space
        ".dat" delimited by size
        into StandingsReportName
    end-string
    move spaces to AwardsReportName
    string
        "SeasonAwardsReport-" delimited by size
        RunLeagueCode delimited by space
        ".dat" delimited by size
        into AwardsReportName
    end-string
    move spaces to DisbursementsName
    string
        "PrizeDisbursements-" delimited by size
        RunLeagueCode delimited by space
        ".dat" delimited by size
        into DisbursementsName
    end-string
    move spaces to StatementName
    string
        "PrizeFundStatement-" delimited by size
        RunLeagueCode delimited by space
        ".dat" delimited by size
        into StatementName
    end-string.
1050-Exit.
    exit.

1100-LoadLedger.
    open input PrizeFundLedger
    if PrizeFundLedgerNotFound
        go to 1100-Exit
    end-if

    perform 1150-ReadLedger thru 1150-Exit
    perform with test after until EndOfPrizeFundLedger
        if not EndOfPrizeFundLedger
            evaluate true
                when EntryIsSeasonClose
                    move zero to BroughtForward
                    move zero to AccruedThisSeason
                    move zero to PaidThisSeason
                    move PF-EntryDate to SeasonStartDate
                when EntryIsBroughtForward
                    add PF-Amount to BroughtForward
                when EntryIsAccrual
                    add PF-Amount to AccruedThisSeason
                    if PF-EntryDate is greater than LastAccruedDate
                        move PF-EntryDate to LastAccruedDate
                    end-if
                when EntryIsPayout
                    add PF-Amount to PaidThisSeason
            end-evaluate
        end-if
        perform 1150-ReadLedger thru 1150-Exit
    end-perform
    close PrizeFundLedger.
1100-Exit.
    exit.

1150-ReadLedger.
    read PrizeFundLedger
        at end set EndOfPrizeFundLedger to true
    end-read.
1150-Exit.
    exit.

2000-AccrueLeagueNights.
    open input BowlerGameHistory
    if GameHistoryNotFound
        go to 2000-Exit
    end-if

    perform 2100-ReadGameHistory thru 2100-Exit
    perform with test after until EndOfGameHistory
        if not EndOfGameHistory
            perform 2200-CountOneGame thru 2200-Exit
        end-if
        if not EndOfGameHistory
            perform 2100-ReadGameHistory thru 2100-Exit
        end-if
    end-perform
    close BowlerGameHistory

    open extend PrizeFundLedger
    if PrizeFundLedgerNotFound
        open output PrizeFundLedger
    end-if
    perform 2300-AccrueEarliestNight thru 2300-Exit
    perform until EarliestNightIndex equal to zero
        perform 2300-AccrueEarliestNight thru 2300-Exit
    end-perform
    close PrizeFundLedger.
2000-Exit.
    exit.

2100-ReadGameHistory.
    read BowlerGameHistory
        at end set EndOfGameHistory to true
    end-read.
2100-Exit.
    exit.

*> A night already on the ledger is never accrued again, and a
*> night later than the run date waits for the run that covers it.
2200-CountOneGame.
    if GH-GameDate is not numeric
        go to 2200-Exit
    end-if
    if LeagueIsSelected and GH-LeagueCode not equal to RunLeagueCode
        go to 2200-Exit
    end-if
    move function numval(GH-GameDate) to GameDateNumeric
    if GameDateNumeric is less than BillingFromDate
            or GameDateNumeric is greater than BillingToDate
            or GameDateNumeric is not greater than LastAccruedDate
            or GameDateNumeric is greater than RunDate
        go to 2200-Exit
    end-if

    move zero to FoundNightIndex
    perform varying NightIdx from 1 by 1
            until NightIdx is greater than NumberOfLeagueNights
        if LN-GameDate(NightIdx) equal to GameDateNumeric
            set FoundNightIndex to NightIdx
        end-if
    end-perform

    if FoundNightIndex equal to zero
        if NumberOfLeagueNights equal to 60
            go to 2200-Exit
        end-if
        add 1 to NumberOfLeagueNights
        move NumberOfLeagueNights to FoundNightIndex
        move GameDateNumeric to LN-GameDate(FoundNightIndex)
        move zero to LN-Games(FoundNightIndex)
    end-if
    add 1 to LN-Games(FoundNightIndex).
2200-Exit.
    exit.

*> Nights go onto the ledger in date order; an accrued night is
*> marked done by zeroing its game count.
2300-AccrueEarliestNight.
    move zero to EarliestNightIndex
    perform varying NightIdx from 1 by 1
            until NightIdx is greater than NumberOfLeagueNights
        if LN-Games(NightIdx) is greater than zero
            if EarliestNightIndex equal to zero
                set EarliestNightIndex to NightIdx
            else
                if LN-GameDate(NightIdx) is less than
                        LN-GameDate(EarliestNightIndex)
                    set EarliestNightIndex to NightIdx
                end-if
            end-if
        end-if
    end-perform
    if EarliestNightIndex equal to zero
        go to 2300-Exit
    end-if

    compute NightAccrual rounded =
        LN-Games(EarliestNightIndex) * LineagePerGame * FundPercent / 100
    move spaces to LedgerRecord
    move "A" to PF-EntryType
    move LN-GameDate(EarliestNightIndex) to PF-EntryDate
    move LN-Games(EarliestNightIndex) to PF-Games
    move NightAccrual to PF-Amount
    move "League night lineage share" to PF-Description
    write LedgerRecord
    add NightAccrual to AccruedThisSeason
    add NightAccrual to AccruedThisRun
    move zero to LN-Games(EarliestNightIndex).
2300-Exit.
    exit.

3000-PayOutFund.
    if AccruedThisSeason equal to zero
        display "PrizeFundRun: nothing accrued since the last payout -"
            " fund already paid out for this season"
        set BatchCompletedWithErrors to true
        go to 3000-Exit
    end-if

    compute FundAvailable = BroughtForward + AccruedThisSeason - PaidThisSeason
    perform 3100-LoadTeamPlaces thru 3100-Exit
    perform 3200-LoadAwardWinners thru 3200-Exit
    perform 3300-LoadSeasonHonors thru 3300-Exit

    open input PrizePayoutTable
    if PayoutTableNotFound
        display "PrizeFundRun: no PrizePayoutTable.dat - nothing paid out"
        set BatchCompletedWithErrors to true
        go to 3000-Exit
    end-if
    perform 3400-ReadPayoutTable thru 3400-Exit
    perform with test after until EndOfPayoutTable
        if not EndOfPayoutTable
            add PT-Percent to TotalPayoutPercent
            perform 3500-ApplyPayoutLine thru 3500-Exit
        end-if
        if not EndOfPayoutTable
            perform 3400-ReadPayoutTable thru 3400-Exit
        end-if
    end-perform
    close PrizePayoutTable

*> Paying out more than the fund holds would be a cheque the
*> league cannot cover; nothing is written if the table asks for it.
    if TotalPayoutPercent is greater than 100
        display "PrizeFundRun: payout table shares total more than 100"
            " percent - nothing paid out"
        move zero to NumberOfPayouts
        set BatchCompletedWithErrors to true
        go to 3000-Exit
    end-if

    perform 3700-WritePayouts thru 3700-Exit.
3000-Exit.
    exit.

*> Finishing places come from the match-point section of the
*> standings report, ranked on points; a tie goes to the lower team
*> number, the same order the standings print in.
3100-LoadTeamPlaces.
    open input StandingsReport
    if StandingsReportNotFound
        go to 3100-Exit
    end-if

    move zero to InMatchPointSection
    perform 3150-ReadStandingsLine thru 3150-Exit
    perform with test after until EndOfStandingsReport
        if not EndOfStandingsReport
            if StandingsLine(1:24) equal to "Team        Match Points"
                move 1 to InMatchPointSection
            else
                if InMatchPointSection equal to 1
                        and SL-TeamTag equal to "Team "
                        and NumberOfTeams is less than 20
                    add 1 to NumberOfTeams
                    move SL-TeamId to TP-TeamId(NumberOfTeams)
                    move SL-MatchPoints to TP-MatchPoints(NumberOfTeams)
                    move zero to TP-Position(NumberOfTeams)
                end-if
            end-if
        end-if
        perform 3150-ReadStandingsLine thru 3150-Exit
    end-perform
    close StandingsReport

    perform varying PlaceBeingAwarded from 1 by 1
            until PlaceBeingAwarded is greater than NumberOfTeams
        move zero to BestTeamIndex
        perform varying TeamIdx from 1 by 1
                until TeamIdx is greater than NumberOfTeams
            if TP-Position(TeamIdx) equal to zero
                if BestTeamIndex equal to zero
                    set BestTeamIndex to TeamIdx
                else
                    if TP-MatchPoints(TeamIdx) is greater than
                            TP-MatchPoints(BestTeamIndex)
                        set BestTeamIndex to TeamIdx
                    end-if
                    if TP-MatchPoints(TeamIdx) equal to
                            TP-MatchPoints(BestTeamIndex)
                            and TP-TeamId(TeamIdx) is less than
                                TP-TeamId(BestTeamIndex)
                        set BestTeamIndex to TeamIdx
                    end-if
                end-if
            end-if
        end-perform
        move PlaceBeingAwarded to TP-Position(BestTeamIndex)
    end-perform.
3100-Exit.
    exit.

3150-ReadStandingsLine.
    read StandingsReport
        at end set EndOfStandingsReport to true
    end-read.
3150-Exit.
    exit.

*> Each award section of the awards report opens with its heading
*> and lists qualifiers as "NN. name ..." in rank order.
3200-LoadAwardWinners.
    open input AwardsReport
    if AwardsReportNotFound
        go to 3200-Exit
    end-if

    perform 3250-ReadAwardsLine thru 3250-Exit
    perform with test after until EndOfAwardsReport
        if not EndOfAwardsReport
            perform 3260-ExamineAwardsLine thru 3260-Exit
        end-if
        perform 3250-ReadAwardsLine thru 3250-Exit
    end-perform
    close AwardsReport.
3200-Exit.
    exit.

3250-ReadAwardsLine.
    read AwardsReport
        at end set EndOfAwardsReport to true
    end-read.
3250-Exit.
    exit.

3260-ExamineAwardsLine.
    evaluate true
        when AwardsLine(1:13) equal to "Most Improved"
            move "MOSTIMPR" to CurrentAwardCode
        when AwardsLine(1:12) equal to "High Average"
            move "HIGHAVG" to CurrentAwardCode
        when AwardsLine(1:24) equal to "High Series Over Average"
            move "SERIES" to CurrentAwardCode
        when AwardsLine(4:29) equal to "-Pins-Over-Average game award"
            move "GAMEOVER" to CurrentAwardCode
        when AwardsLine(1:2) is numeric
                and AwardsLine(3:2) equal to ". "
                and CurrentAwardCode is not equal to spaces
                and NumberOfAwardWinners is less than 100
            add 1 to NumberOfAwardWinners
            move CurrentAwardCode to AWW-AwardCode(NumberOfAwardWinners)
            move AwardsLine(1:2) to AWW-Rank(NumberOfAwardWinners)
            move AwardsLine(5:20) to AWW-Name(NumberOfAwardWinners)
    end-evaluate.
3260-Exit.
    exit.

*> Honor games bowled this season: since the last payout closed the
*> previous one. The honors log is kept for the whole house, so on a
*> league run an honor game counts only if the league's history has
*> that bowler's game on that date.
3300-LoadSeasonHonors.
    open input HonorsLog
    if HonorsLogNotFound
        go to 3300-Exit
    end-if

    perform 3350-ReadHonorsLog thru 3350-Exit
    perform with test after until EndOfHonorsLog
        if not EndOfHonorsLog
                and HL-GameDate is numeric
                and NumberOfSeasonHonors is less than 50
            move 1 to HonorInLeague
            if LeagueIsSelected
                perform 3320-CheckHonorLeague thru 3320-Exit
            end-if
            if function numval(HL-GameDate) is greater than SeasonStartDate
                    and function numval(HL-GameDate) is not greater than RunDate
                    and HonorBowledInLeague
                add 1 to NumberOfSeasonHonors
                move HL-Name to SH-Name(NumberOfSeasonHonors)
                move HL-GameDate to SH-GameDate(NumberOfSeasonHonors)
                move HL-Score to SH-Score(NumberOfSeasonHonors)
            end-if
        end-if
        perform 3350-ReadHonorsLog thru 3350-Exit
    end-perform
    close HonorsLog.
3300-Exit.
    exit.

3320-CheckHonorLeague.
    move zero to HonorInLeague
    open input BowlerGameHistory
    if GameHistoryNotFound
        go to 3320-Exit
    end-if
    perform 2100-ReadGameHistory thru 2100-Exit
    perform with test after until EndOfGameHistory or HonorBowledInLeague
        if not EndOfGameHistory
            if GH-BowlerName equal to HL-Name
                    and GH-GameDate equal to HL-GameDate
                    and GH-LeagueCode equal to RunLeagueCode
                move 1 to HonorInLeague
            else
                perform 2100-ReadGameHistory thru 2100-Exit
            end-if
        end-if
    end-perform
    close BowlerGameHistory.
3320-Exit.
    exit.

3350-ReadHonorsLog.
    read HonorsLog
        at end set EndOfHonorsLog to true
    end-read.
3350-Exit.
    exit.

3400-ReadPayoutTable.
    read PrizePayoutTable
        at end set EndOfPayoutTable to true
    end-read.
3400-Exit.
    exit.

3500-ApplyPayoutLine.
    if NumberOfPayouts is greater than 140
        add 1 to PlacesUnfilled
        go to 3500-Exit
    end-if
    compute ShareAmount rounded = FundAvailable * PT-Percent / 100
    evaluate true
        when PayoutIsTeamPlace
            perform 3510-PayTeamPlace thru 3510-Exit
        when PayoutIsAward
            perform 3520-PayAward thru 3520-Exit
        when PayoutIsHonors
            perform 3530-PayHonors thru 3530-Exit
        when other
            add 1 to PlacesUnfilled
    end-evaluate.
3500-Exit.
    exit.

3510-PayTeamPlace.
    perform varying TeamIdx from 1 by 1
            until TeamIdx is greater than NumberOfTeams
        if TP-Position(TeamIdx) equal to PT-Position
            move TP-TeamId(TeamIdx) to TeamIdEdited
            add 1 to NumberOfPayouts
            move spaces to PO-Payee(NumberOfPayouts)
            string
                "TEAM " delimited by size
                TeamIdEdited delimited by size
                into PO-Payee(NumberOfPayouts)
            end-string
            move ShareAmount to PO-Amount(NumberOfPayouts)
            move spaces to PO-Description(NumberOfPayouts)
            string
                "Team finishing place " delimited by size
                PT-Position delimited by size
                into PO-Description(NumberOfPayouts)
            end-string
            go to 3510-Exit
        end-if
    end-perform
    add 1 to PlacesUnfilled.
3510-Exit.
    exit.

3520-PayAward.
    perform varying WinnerIdx from 1 by 1
            until WinnerIdx is greater than NumberOfAwardWinners
        if AWW-AwardCode(WinnerIdx) equal to PT-AwardCode
                and AWW-Rank(WinnerIdx) equal to PT-Position
            add 1 to NumberOfPayouts
            move AWW-Name(WinnerIdx) to PO-Payee(NumberOfPayouts)
            move ShareAmount to PO-Amount(NumberOfPayouts)
            move spaces to PO-Description(NumberOfPayouts)
            string
                "Award " delimited by size
                PT-AwardCode delimited by space
                " place " delimited by size
                PT-Position delimited by size
                into PO-Description(NumberOfPayouts)
            end-string
            go to 3520-Exit
        end-if
    end-perform
    add 1 to PlacesUnfilled.
3520-Exit.
    exit.

*> The honors share is split evenly over the season's honor games;
*> the odd cent of an uneven split stays in the fund.
3530-PayHonors.
    if NumberOfSeasonHonors equal to zero
        add 1 to PlacesUnfilled
        go to 3530-Exit
    end-if

    divide ShareAmount by NumberOfSeasonHonors giving HonorShare
    perform varying HonorIdx from 1 by 1
            until HonorIdx is greater than NumberOfSeasonHonors
        add 1 to NumberOfPayouts
        move SH-Name(HonorIdx) to PO-Payee(NumberOfPayouts)
        move HonorShare to PO-Amount(NumberOfPayouts)
        move spaces to PO-Description(NumberOfPayouts)
        string
            "Honor game " delimited by size
            SH-Score(HonorIdx) delimited by size
            " on " delimited by size
            SH-GameDate(HonorIdx) delimited by size
            into PO-Description(NumberOfPayouts)
        end-string
    end-perform.
3530-Exit.
    exit.

3700-WritePayouts.
    open output PrizeDisbursements
    open extend PrizeFundLedger
    if PrizeFundLedgerNotFound
        open output PrizeFundLedger
    end-if

    perform varying PayoutIdx from 1 by 1
            until PayoutIdx is greater than NumberOfPayouts
        if PO-Amount(PayoutIdx) is greater than zero
            perform 3750-WriteOnePayout thru 3750-Exit
        end-if
    end-perform

    move spaces to PrizeDisbursementRecord
    move "*TRAILER*" to PZ-TrailerId
    move DisbursementCount to PZ-RecordCount
    move DisbursementHash to PZ-HashTotal
    write PrizeDisbursementRecord
    close PrizeDisbursements

    compute CarriedForward = BroughtForward + AccruedThisSeason - PaidThisSeason
    move spaces to LedgerRecord
    move "S" to PF-EntryType
    move RunDate to PF-EntryDate
    move zero to PF-Games
    move zero to PF-Amount
    move "Season closed by payout run" to PF-Description
    write LedgerRecord
    if CarriedForward is greater than zero
        move spaces to LedgerRecord
        move "B" to PF-EntryType
        move RunDate to PF-EntryDate
        move zero to PF-Games
        move CarriedForward to PF-Amount
        move "Unpaid shares brought forward" to PF-Description
        write LedgerRecord
        move CarriedForward to CarriedToLedger
    end-if
    close PrizeFundLedger
    move 1 to PayoutsWrittenSwitch.
3700-Exit.
    exit.

3750-WriteOnePayout.
    move spaces to PrizeDisbursementRecord
    move PO-Payee(PayoutIdx) to PZ-Payee
    move "+" to PZ-Sign
    move PO-Amount(PayoutIdx) to PZ-Amount
    move "+" to PZ-ManualSign
    move PO-Amount(PayoutIdx) to PZ-ManualAmount
    move "C" to PZ-PayMethod
    move ApproverCode to PZ-ApproverCode
    move AccountCode to PZ-AccountCode
    write PrizeDisbursementRecord
    add 1 to DisbursementCount
    add PO-Amount(PayoutIdx) to DisbursementHash

    move spaces to LedgerRecord
    move "P" to PF-EntryType
    move RunDate to PF-EntryDate
    move zero to PF-Games
    move PO-Amount(PayoutIdx) to PF-Amount
    move PO-Description(PayoutIdx) to PF-Description
    write LedgerRecord
    add PO-Amount(PayoutIdx) to PaidThisSeason.
3750-Exit.
    exit.

4000-WriteFundStatement.
    open output PrizeFundStatement
    move spaces to StatementLine
    string
        "Prize fund statement - " delimited by size
        RunMode delimited by size
        " run " delimited by size
        RunDate delimited by size
        "  " delimited by size
        RunLeagueCode delimited by size
        into StatementLine
    end-string
    write StatementLine
    move FundPercent to PercentEdited
    move spaces to StatementLine
    string
        "Prize fund share of lineage: " delimited by size
        function trim(PercentEdited) delimited by size
        " percent" delimited by size
        into StatementLine
    end-string
    write StatementLine
    move spaces to StatementLine
    write StatementLine

    move BroughtForward to AmountEdited
    move spaces to StatementLine
    string
        "Brought forward from last season     " delimited by size
        AmountEdited delimited by size
        into StatementLine
    end-string
    write StatementLine
    move AccruedThisSeason to AmountEdited
    move spaces to StatementLine
    string
        "Accrued this season                  " delimited by size
        AmountEdited delimited by size
        into StatementLine
    end-string
    write StatementLine
    move AccruedThisRun to AmountEdited
    move spaces to StatementLine
    string
        "  of which accrued by this run       " delimited by size
        AmountEdited delimited by size
        into StatementLine
    end-string
    write StatementLine

    if RunModeIsPayout
        perform 4100-WritePayoutLines thru 4100-Exit
    end-if

*> A payout run balances when what came in equals what went out:
*> the season's earlier payouts, the payout lines listed above and
*> the amount actually written forward to next season's ledger.
*> An accrual run pays nothing, so its balance is simply what the
*> fund holds.
    compute MoneyIn = BroughtForward + AccruedThisSeason
    if PayoutsWritten
        compute MoneyOut = PaidBeforeRun + PayoutLinesTotal + CarriedToLedger
    else
        compute CarriedForward = MoneyIn - PaidThisSeason
        compute MoneyOut = PaidThisSeason + CarriedForward
    end-if
    move PaidThisSeason to AmountEdited
    move spaces to StatementLine
    string
        "Paid out this season                 " delimited by size
        AmountEdited delimited by size
        into StatementLine
    end-string
    write StatementLine
    move CarriedForward to SignedAmountEdited
    move spaces to StatementLine
    if RunModeIsPayout
        string
            "Carried forward to next season      " delimited by size
            SignedAmountEdited delimited by size
            into StatementLine
        end-string
    else
        string
            "Fund balance                        " delimited by size
            SignedAmountEdited delimited by size
            into StatementLine
        end-string
    end-if
    write StatementLine

    move spaces to StatementLine
    if MoneyIn equal to MoneyOut and CarriedForward is not less than zero
        move "Money in equals money out - BALANCED" to StatementLine
    else
        move "Money in does not equal money out - OUT OF BALANCE" to StatementLine
        set BatchCompletedWithErrors to true
    end-if
    write StatementLine
    close PrizeFundStatement.
4000-Exit.
    exit.

4100-WritePayoutLines.
    move spaces to StatementLine
    write StatementLine
    move "Payouts" to StatementLine
    write StatementLine
    perform varying PayoutIdx from 1 by 1
            until PayoutIdx is greater than NumberOfPayouts
        move PO-Amount(PayoutIdx) to AmountEdited
        move spaces to StatementLine
        string
            "  " delimited by size
            PO-Payee(PayoutIdx) delimited by size
            "  " delimited by size
            PO-Description(PayoutIdx) delimited by size
            "  " delimited by size
            AmountEdited delimited by size
            into StatementLine
        end-string
        write StatementLine
        if PO-Amount(PayoutIdx) is greater than zero
            add PO-Amount(PayoutIdx) to PayoutLinesTotal
        end-if
    end-perform
    if PlacesUnfilled is greater than zero
        move spaces to StatementLine
        string
            "  " delimited by size
            PlacesUnfilled delimited by size
            " payout place(s) unfilled - share left in the fund" delimited by size
            into StatementLine
        end-string
        write StatementLine
    end-if
    move spaces to StatementLine
    write StatementLine.
4100-Exit.
    exit.

8000-SetReturnCode.
    if BatchCompletedWithErrors
        go to 8000-Exit
    end-if
    if PlacesUnfilled is greater than zero
        set BatchCompletedWithWarnings to true
    else
        set BatchCompletedNormally to true
    end-if.
8000-Exit.
    exit.

9000-Terminate.
    display "PrizeFundRun: " RunMode " accrued " AccruedThisRun
        " payouts " NumberOfPayouts.
9000-Exit.
    exit.

end program PrizeFundRun.
