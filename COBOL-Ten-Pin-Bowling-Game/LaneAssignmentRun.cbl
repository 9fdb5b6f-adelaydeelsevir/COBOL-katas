identification division.
program-id. LaneAssignmentRun.

*> Lane-pair assignment for the weekly schedule. SeasonScheduleGenerator
*> lays out who meets whom and when, but the desk gave out lane pairs
*> by hand each week and some teams sat on the same pair for most of
*> the season. This run follows the generator: it reads the whole of
*> WeeklySchedule.dat and gives every match a lane pair (pair P is
*> lanes 2P-1 and 2P), rewriting the schedule with the pair in
*> MS-LanePair for SeasonStandings to check scorecard lanes against.
*>
*> Standard rotation: on the Nth league night of the schedule the
*> night's matches start (N - 1) pairs further along the line of
*> in-service pairs than they did on the first night, wrapping at
*> the end, so over a season every match slot - and with the round
*> robin reshuffling opponents, every team - works its way across
*> the house. The number of lane pairs comes from
*> LaneAssignmentParms.dat; a pair listed on LaneOutOfService.dat for
*> a date range is left out of the line for any night inside the
*> range. A night with more matches than in-service pairs keeps pair
*> 00 on the matches that could not be seated and the run ends with
*> a warning for the desk.
*>
*> One schedule file carries every league in the house, each league's
*> block written by its own generator run. Two leagues bowling the
*> same night share the night's line of pairs: a date met again in a
*> later block carries on seating from where the earlier block left
*> off, so no pair is handed out twice on one night. Each line keeps
*> its league code, and the usage summary counts a team per league,
*> since team numbers start again at 01 in every league.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
file-control.
    select WeeklySchedule assign to "WeeklySchedule.dat"
        organization is line sequential
        file status is WeeklyScheduleStatus.
    select LaneAssignmentParms assign to "LaneAssignmentParms.dat"
        organization is line sequential
        file status is LaneParmsStatus.
    select LaneOutOfService assign to "LaneOutOfService.dat"
        organization is line sequential
        file status is OutOfServiceStatus.
    select LaneAssignmentReport assign to "LaneAssignmentReport.dat"
        organization is line sequential.

data division.
file section.
    fd WeeklySchedule.
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

    fd LaneAssignmentParms.
        01 LaneParmRecord.
            02 ParmNumberOfPairs pic 99.

    fd LaneOutOfService.
        01 OutOfServiceRecord.
            02 OS-FromDate pic 9(8).
            02 filler      pic x.
            02 OS-ToDate   pic 9(8).
            02 filler      pic x.
            02 OS-LanePair pic 99.
            02 filler      pic x.
            02 OS-Reason   pic x(20).

    fd LaneAssignmentReport.
        01 ReportLine pic x(100).

working-storage section.
    01 ScheduledMatches.
        02 ScheduledMatch occurs 1 to 500 times depending on NumberOfMatches
                indexed by MatchIdx.
            03 SM-MatchDate  pic x(8).
            03 SM-HomeTeamId pic 99.
            03 SM-AwayTeamId pic 99.
            03 SM-LanePair   pic 99.
            03 SM-LeagueCode pic x(3).
    01 NumberOfMatches pic 999 value zero.
    01 ScheduleOverflowed pic 9 value zero usage binary.

    01 OutOfServiceEntries.
        02 OutOfServiceEntry occurs 1 to 100 times depending on NumberOfOutages
                indexed by OutageIdx.
            03 OE-FromDate pic 9(8).
            03 OE-ToDate   pic 9(8).
            03 OE-LanePair pic 99.
    01 NumberOfOutages pic 999 value zero.

*> The line of pairs in service on the night being seated.
    01 InServicePairs.
        02 InServicePair pic 99 occurs 40 times.
    01 NumberInService pic 99 value zero.
    01 CandidatePair pic 99 value zero.
    01 PairIsOut pic 9 value zero usage binary.
        88 CandidatePairIsOut value 1.

    01 TeamPairUsage.
        02 TeamUsage occurs 1 to 40 times depending on NumberOfTeams
                indexed by TeamIdx.
            03 TU-TeamId pic 99.
            03 TU-LeagueCode pic x(3).
            03 TU-NightsOnPair pic 99 occurs 40 times.
    01 NumberOfTeams pic 99 value zero.
    01 TeamIdToFind pic 99 value zero.
    01 LeagueCodeToFind pic x(3) value spaces.
    01 FoundTeamIndex pic 99 value zero.

    01 WeeklyScheduleStatus pic xx value spaces.
        88 WeeklyScheduleNotFound value "35".
        88 EndOfWeeklySchedule value "10".
    01 LaneParmsStatus pic xx value spaces.
        88 LaneParmsFound value "00".
    01 OutOfServiceStatus pic xx value spaces.
        88 OutOfServiceNotFound value "35".
        88 EndOfOutOfService value "10".

    01 NumberOfPairs pic 99 value 6.
    01 NightDate pic x(8) value spaces.
    01 NightDateNumeric pic 9(8) value zero.
    01 NightNumber pic 999 value zero.
    01 MatchOnNight pic 99 value zero.
    01 PairSlot pic 99 value zero.
    01 PairIdx pic 99 value zero.
    01 FirstLane pic 99 value zero.
    01 SecondLane pic 99 value zero.

    01 SeatedNights.
        02 SeatedNight occurs 1 to 500 times depending on NumberOfNights
                indexed by NightIdx.
            03 SN-NightDate     pic x(8).
            03 SN-MatchesSeated pic 99.
    01 NumberOfNights pic 999 value zero.
    01 FoundNightIndex pic 999 value zero.

    01 MatchesSeated pic 9(4) value zero.
    01 MatchesUnseated pic 9(4) value zero.

    copy BatchReturnCode.

procedure division.

0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    if BatchCompletedWithErrors
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 2000-AssignLanePairs thru 2000-Exit
    perform 3000-RewriteSchedule thru 3000-Exit
    perform 4000-WriteUsageSummary thru 4000-Exit
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
    move BatchReturnCode to return-code
    stop run.

1000-Initialize.
    open input LaneAssignmentParms
    if LaneParmsFound
        read LaneAssignmentParms
            at end continue
            not at end
                if ParmNumberOfPairs is numeric
                        and ParmNumberOfPairs is greater than zero
                        and ParmNumberOfPairs is not greater than 40
                    move ParmNumberOfPairs to NumberOfPairs
                end-if
        end-read
        close LaneAssignmentParms
    end-if

    perform 1100-LoadOutOfService thru 1100-Exit
    perform 1200-LoadSchedule thru 1200-Exit

    if NumberOfMatches equal to zero
        display "LaneAssignmentRun: no schedule on file - nothing assigned"
        set BatchCompletedWithErrors to true
        go to 1000-Exit
    end-if

*> Rewriting the schedule from a table that could not hold all of it
*> would drop the season's later matches, so an oversized schedule
*> stops the run instead.
    if ScheduleOverflowed equal to 1
        display "LaneAssignmentRun: schedule exceeds the 500-match work"
            " table - run abandoned before anything was rewritten"
        set BatchCompletedWithErrors to true
        go to 1000-Exit
    end-if

    open output LaneAssignmentReport
    move spaces to ReportLine
    string
        "Lane-pair assignment - " delimited by size
        NumberOfPairs delimited by size
        " pair(s) in the house" delimited by size
        into ReportLine
    end-string
    write ReportLine
    move spaces to ReportLine
    write ReportLine
    move "Date      Home  Away  Pair  Lanes" to ReportLine
    write ReportLine.
1000-Exit.
    exit.

1100-LoadOutOfService.
    open input LaneOutOfService
    if OutOfServiceNotFound
        go to 1100-Exit
    end-if

    perform 1150-ReadOutOfService thru 1150-Exit
    perform with test after until EndOfOutOfService
        if not EndOfOutOfService and NumberOfOutages is less than 100
            add 1 to NumberOfOutages
            move OS-FromDate to OE-FromDate(NumberOfOutages)
            move OS-ToDate to OE-ToDate(NumberOfOutages)
            move OS-LanePair to OE-LanePair(NumberOfOutages)
        end-if
        perform 1150-ReadOutOfService thru 1150-Exit
    end-perform
    close LaneOutOfService.
1100-Exit.
    exit.

1150-ReadOutOfService.
    read LaneOutOfService
        at end set EndOfOutOfService to true
    end-read.
1150-Exit.
    exit.

1200-LoadSchedule.
    open input WeeklySchedule
    if WeeklyScheduleNotFound
        go to 1200-Exit
    end-if

    perform 1250-ReadSchedule thru 1250-Exit
    perform with test after until EndOfWeeklySchedule
        if not EndOfWeeklySchedule and NumberOfMatches equal to 500
            move 1 to ScheduleOverflowed
        end-if
        if not EndOfWeeklySchedule and NumberOfMatches is less than 500
            add 1 to NumberOfMatches
            move MS-MatchDate to SM-MatchDate(NumberOfMatches)
            move MS-HomeTeamId to SM-HomeTeamId(NumberOfMatches)
            move MS-AwayTeamId to SM-AwayTeamId(NumberOfMatches)
            move zero to SM-LanePair(NumberOfMatches)
            move MS-LeagueCode to SM-LeagueCode(NumberOfMatches)
        end-if
        perform 1250-ReadSchedule thru 1250-Exit
    end-perform
    close WeeklySchedule.
1200-Exit.
    exit.

1250-ReadSchedule.
    read WeeklySchedule
        at end set EndOfWeeklySchedule to true
    end-read.
1250-Exit.
    exit.

*> Each league's block is in date order, one run of matches per
*> league night; a change of date starts (or, for a night another
*> league's block has already seated, resumes) that night's seating.
2000-AssignLanePairs.
    move spaces to NightDate
    move zero to NightNumber
    move zero to NumberOfNights
    perform varying MatchIdx from 1 by 1
            until MatchIdx is greater than NumberOfMatches
        if SM-MatchDate(MatchIdx) not equal to NightDate
            perform 2100-StartNight thru 2100-Exit
        end-if
        add 1 to MatchOnNight
        perform 2200-SeatOneMatch thru 2200-Exit
        move MatchOnNight to SN-MatchesSeated(NightNumber)
    end-perform.
2000-Exit.
    exit.

2100-StartNight.
    move SM-MatchDate(MatchIdx) to NightDate
    move zero to NightDateNumeric
    if NightDate is numeric
        move NightDate to NightDateNumeric
    end-if

    move zero to FoundNightIndex
    perform varying NightIdx from 1 by 1
            until NightIdx is greater than NumberOfNights
        if SN-NightDate(NightIdx) equal to NightDate
            set FoundNightIndex to NightIdx
        end-if
    end-perform
    if FoundNightIndex equal to zero
        add 1 to NumberOfNights
        move NumberOfNights to FoundNightIndex
        move NightDate to SN-NightDate(FoundNightIndex)
        move zero to SN-MatchesSeated(FoundNightIndex)
    end-if
    move FoundNightIndex to NightNumber
    move SN-MatchesSeated(FoundNightIndex) to MatchOnNight

    move zero to NumberInService
    perform varying CandidatePair from 1 by 1
            until CandidatePair is greater than NumberOfPairs
        move zero to PairIsOut
        perform varying OutageIdx from 1 by 1
                until OutageIdx is greater than NumberOfOutages
            if OE-LanePair(OutageIdx) equal to CandidatePair
                    and NightDateNumeric is not less than OE-FromDate(OutageIdx)
                    and NightDateNumeric is not greater than OE-ToDate(OutageIdx)
                move 1 to PairIsOut
            end-if
        end-perform
        if not CandidatePairIsOut
            add 1 to NumberInService
            move CandidatePair to InServicePair(NumberInService)
        end-if
    end-perform.
2100-Exit.
    exit.

2200-SeatOneMatch.
    if MatchOnNight is greater than NumberInService
        add 1 to MatchesUnseated
        move zero to SM-LanePair(MatchIdx)
        move spaces to ReportLine
        string
            SM-MatchDate(MatchIdx) delimited by size
            "  " delimited by size
            SM-HomeTeamId(MatchIdx) delimited by size
            "    " delimited by size
            SM-AwayTeamId(MatchIdx) delimited by size
            "    00    NO PAIR IN SERVICE - seat by hand" delimited by size
            into ReportLine
        end-string
        write ReportLine
        go to 2200-Exit
    end-if

    compute PairSlot =
        function mod(MatchOnNight - 1 + NightNumber - 1, NumberInService) + 1
    move InServicePair(PairSlot) to SM-LanePair(MatchIdx)
    add 1 to MatchesSeated

    compute SecondLane = SM-LanePair(MatchIdx) * 2
    compute FirstLane = SecondLane - 1
    move spaces to ReportLine
    string
        SM-MatchDate(MatchIdx) delimited by size
        "  " delimited by size
        SM-HomeTeamId(MatchIdx) delimited by size
        "    " delimited by size
        SM-AwayTeamId(MatchIdx) delimited by size
        "    " delimited by size
        SM-LanePair(MatchIdx) delimited by size
        "    " delimited by size
        FirstLane delimited by size
        "-" delimited by size
        SecondLane delimited by size
        into ReportLine
    end-string
    write ReportLine

    move SM-LeagueCode(MatchIdx) to LeagueCodeToFind
    move SM-HomeTeamId(MatchIdx) to TeamIdToFind
    perform 2300-CountTeamOnPair thru 2300-Exit
    move SM-AwayTeamId(MatchIdx) to TeamIdToFind
    perform 2300-CountTeamOnPair thru 2300-Exit.
2200-Exit.
    exit.

2300-CountTeamOnPair.
    move zero to FoundTeamIndex
    perform varying TeamIdx from 1 by 1
            until TeamIdx is greater than NumberOfTeams
        if TU-TeamId(TeamIdx) equal to TeamIdToFind
                and TU-LeagueCode(TeamIdx) equal to LeagueCodeToFind
            set FoundTeamIndex to TeamIdx
        end-if
    end-perform
    if FoundTeamIndex equal to zero
        if NumberOfTeams equal to 40
            go to 2300-Exit
        end-if
        add 1 to NumberOfTeams
        move NumberOfTeams to FoundTeamIndex
        move TeamIdToFind to TU-TeamId(FoundTeamIndex)
        move LeagueCodeToFind to TU-LeagueCode(FoundTeamIndex)
        perform varying PairIdx from 1 by 1 until PairIdx is greater than 40
            move zero to TU-NightsOnPair(FoundTeamIndex, PairIdx)
        end-perform
    end-if
    add 1 to TU-NightsOnPair(FoundTeamIndex, SM-LanePair(MatchIdx)).
2300-Exit.
    exit.

3000-RewriteSchedule.
    open output WeeklySchedule
    perform varying MatchIdx from 1 by 1
            until MatchIdx is greater than NumberOfMatches
        move spaces to ScheduleRecord
        move SM-MatchDate(MatchIdx) to MS-MatchDate
        move SM-HomeTeamId(MatchIdx) to MS-HomeTeamId
        move SM-AwayTeamId(MatchIdx) to MS-AwayTeamId
        move SM-LanePair(MatchIdx) to MS-LanePair
        move SM-LeagueCode(MatchIdx) to MS-LeagueCode
        write ScheduleRecord
    end-perform
    close WeeklySchedule.
3000-Exit.
    exit.

*> How many nights each team spends on each pair, so the desk can
*> see the rotation spread at a glance.
4000-WriteUsageSummary.
    move spaces to ReportLine
    write ReportLine
    move "Nights per lane pair (pair 01 first)" to ReportLine
    write ReportLine
    perform varying TeamIdx from 1 by 1
            until TeamIdx is greater than NumberOfTeams
        move spaces to ReportLine
        string
            "Team " delimited by size
            TU-TeamId(TeamIdx) delimited by size
            " " delimited by size
            TU-LeagueCode(TeamIdx) delimited by size
            into ReportLine
        end-string
        perform varying PairIdx from 1 by 1
                until PairIdx is greater than NumberOfPairs
                    or PairIdx is greater than 28
            move TU-NightsOnPair(TeamIdx, PairIdx)
                to ReportLine(10 + PairIdx * 3:2)
        end-perform
        write ReportLine
    end-perform.
4000-Exit.
    exit.

8000-SetReturnCode.
    display "LaneAssignmentRun: " MatchesSeated " match(es) seated, "
        MatchesUnseated " without a pair"
    if MatchesUnseated is greater than zero
        set BatchCompletedWithWarnings to true
    else
        set BatchCompletedNormally to true
    end-if.
8000-Exit.
    exit.

9000-Terminate.
    close LaneAssignmentReport.
9000-Exit.
    exit.

end program LaneAssignmentRun.
