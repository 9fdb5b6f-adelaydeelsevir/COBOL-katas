identification division.
program-id. MatchStatusRun.

*> Maintenance batch for MatchStatus.dat in the style of
*> RosterMaintenanceRun. When weather or a center closure washes out
*> a league night, or a team fails to show, the secretary used to
*> leave the schedule alone and SeasonStandings either scored nothing
*> for the match or scored whatever half-night of games came in.
*> Transactions on MatchStatusTransactions.dat now say what happened:
*> P postpones the match to the makeup date given (a second P for the
*> same match reschedules the makeup), F records a forfeit by the
*> home side, the away side or both, and R reinstates the match as
*> drawn. Every transaction must name a match that is on
*> WeeklySchedule.dat - date, both team ids and league code - and a
*> makeup date must fall after the original date. SeasonStandings
*> reads the status master to award forfeit points and to hold a
*> postponed match's points until its makeup games arrive; the
*> audit report shows the master before and after with the
*> disposition of every transaction.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
file-control.
    select MatchStatus assign to "MatchStatus.dat"
        organization is line sequential
        file status is MatchStatusFileStatus.
    select MatchStatusTransactions assign to "MatchStatusTransactions.dat"
        organization is line sequential
        file status is TransactionsStatus.
    select WeeklySchedule assign to "WeeklySchedule.dat"
        organization is line sequential
        file status is WeeklyScheduleStatus.
    select MaintenanceAudit assign to "MatchStatusAudit.dat"
        organization is line sequential.

data division.
file section.
    fd MatchStatus.
        copy MatchStatusRecord.

    fd MatchStatusTransactions.
        01 MatchStatusTransaction.
            02 ST-Action pic x.
                88 TransactionIsPostpone  value "P".
                88 TransactionIsForfeit   value "F".
                88 TransactionIsReinstate value "R".
            02 filler          pic x.
            02 ST-MatchDate    pic x(8).
            02 filler          pic x.
            02 ST-HomeTeamId   pic 99.
            02 filler          pic x.
            02 ST-AwayTeamId   pic 99.
            02 filler          pic x.
            02 ST-LeagueCode   pic x(3).
            02 filler          pic x.
            02 ST-MakeupDate   pic x(8).
            02 filler          pic x.
            02 ST-ForfeitSide  pic x.
                88 ForfeitSideIsValid value "H" "A" "B".
            02 filler          pic x.
            02 ST-Reason       pic x(20).

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

    fd MaintenanceAudit.
        01 AuditLine pic x(100).

working-storage section.
    01 StatusEntries.
        02 StatusEntry occurs 1 to 500 times depending on NumberOfStatusEntries
                indexed by StatusIdx.
            03 SE-MatchDate   pic x(8).
            03 SE-HomeTeamId  pic 99.
            03 SE-AwayTeamId  pic 99.
            03 SE-LeagueCode  pic x(3).
            03 SE-Status      pic x.
                88 EntryIsPostponed value "P".
                88 EntryIsForfeited value "F".
            03 SE-MakeupDate  pic x(8).
            03 SE-ForfeitSide pic x.
            03 SE-Reason      pic x(20).
    01 NumberOfStatusEntries pic 999 value zero.
    01 FoundStatusIndex pic 999 value zero.

    01 ScheduledMatches.
        02 ScheduledMatch occurs 1 to 1000 times depending on NumberOfScheduledMatches
                indexed by MatchIdx.
            03 SM-MatchDate  pic x(8).
            03 SM-HomeTeamId pic 99.
            03 SM-AwayTeamId pic 99.
            03 SM-LeagueCode pic x(3).
    01 NumberOfScheduledMatches pic 9(4) value zero.
    01 FoundOnSchedule pic 9 value zero usage binary.

    01 MatchStatusFileStatus pic xx value spaces.
        88 MatchStatusNotFound value "35".
        88 EndOfMatchStatus value "10".
    01 TransactionsStatus pic xx value spaces.
        88 TransactionsNotFound value "35".
        88 EndOfTransactions value "10".
    01 WeeklyScheduleStatus pic xx value spaces.
        88 WeeklyScheduleNotFound value "35".
        88 EndOfSchedule value "10".

    01 RejectReason pic x(50) value spaces.
    01 ScanIdx pic 999 value zero.

    01 StatusOverflowed pic 9 value zero usage binary.
    01 ScheduleOverflowed pic 9 value zero usage binary.
    01 TransactionsApplied pic 9(4) value zero.
    01 TransactionsRejected pic 9(4) value zero.

    copy BatchReturnCode.

procedure division.

0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    if StatusOverflowed equal to 1
        display "MatchStatusRun: match status master exceeds the"
            " 500-entry work table - run abandoned before rewrite"
        set BatchCompletedWithErrors to true
        move BatchReturnCode to return-code
        stop run
    end-if
    if ScheduleOverflowed equal to 1
        display "MatchStatusRun: schedule exceeds the 1000-match"
            " work table - run abandoned before rewrite"
        set BatchCompletedWithErrors to true
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 2000-ApplyTransactions thru 2000-Exit
    perform 4000-RewriteMatchStatus thru 4000-Exit
    perform 5000-WriteAfterImage thru 5000-Exit
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
    move BatchReturnCode to return-code
    stop run.

1000-Initialize.
    open output MaintenanceAudit
    perform 1100-LoadMatchStatus thru 1100-Exit
    perform 1300-LoadSchedule thru 1300-Exit

    move "Match status before maintenance" to AuditLine
    write AuditLine
    perform 1200-WriteStatusImage thru 1200-Exit
    move spaces to AuditLine
    write AuditLine
    move "Transactions" to AuditLine
    write AuditLine.
1000-Exit.
    exit.

1100-LoadMatchStatus.
    open input MatchStatus
    if MatchStatusNotFound
        go to 1100-Exit
    end-if

    perform 1150-ReadMatchStatus thru 1150-Exit
    perform with test after until EndOfMatchStatus
        if not EndOfMatchStatus and NumberOfStatusEntries equal to 500
            move 1 to StatusOverflowed
        end-if
        if not EndOfMatchStatus and NumberOfStatusEntries is less than 500
            add 1 to NumberOfStatusEntries
            move MX-MatchDate to SE-MatchDate(NumberOfStatusEntries)
            move MX-HomeTeamId to SE-HomeTeamId(NumberOfStatusEntries)
            move MX-AwayTeamId to SE-AwayTeamId(NumberOfStatusEntries)
            move MX-LeagueCode to SE-LeagueCode(NumberOfStatusEntries)
            move MX-Status to SE-Status(NumberOfStatusEntries)
            move MX-MakeupDate to SE-MakeupDate(NumberOfStatusEntries)
            move MX-ForfeitSide to SE-ForfeitSide(NumberOfStatusEntries)
            move MX-Reason to SE-Reason(NumberOfStatusEntries)
        end-if
        if not EndOfMatchStatus
            perform 1150-ReadMatchStatus thru 1150-Exit
        end-if
    end-perform
    close MatchStatus.
1100-Exit.
    exit.

1150-ReadMatchStatus.
    read MatchStatus
        at end set EndOfMatchStatus to true
    end-read.
1150-Exit.
    exit.

1200-WriteStatusImage.
    perform varying StatusIdx from 1 by 1
            until StatusIdx is greater than NumberOfStatusEntries
        move spaces to AuditLine
        string
            "  " delimited by size
            SE-MatchDate(StatusIdx) delimited by size
            " " delimited by size
            SE-HomeTeamId(StatusIdx) delimited by size
            " " delimited by size
            SE-AwayTeamId(StatusIdx) delimited by size
            " " delimited by size
            SE-LeagueCode(StatusIdx) delimited by size
            " " delimited by size
            SE-Status(StatusIdx) delimited by size
            " " delimited by size
            SE-MakeupDate(StatusIdx) delimited by size
            " " delimited by size
            SE-ForfeitSide(StatusIdx) delimited by size
            " " delimited by size
            SE-Reason(StatusIdx) delimited by size
            into AuditLine
        end-string
        write AuditLine
    end-perform.
1200-Exit.
    exit.

*> Only the four key fields are kept: a status line has to name a
*> match the schedule actually carries.
1300-LoadSchedule.
    open input WeeklySchedule
    if WeeklyScheduleNotFound
        go to 1300-Exit
    end-if

    perform 1350-ReadSchedule thru 1350-Exit
    perform with test after until EndOfSchedule
        if not EndOfSchedule and NumberOfScheduledMatches equal to 1000
            move 1 to ScheduleOverflowed
        end-if
        if not EndOfSchedule and NumberOfScheduledMatches is less than 1000
            add 1 to NumberOfScheduledMatches
            move MS-MatchDate to SM-MatchDate(NumberOfScheduledMatches)
            move MS-HomeTeamId to SM-HomeTeamId(NumberOfScheduledMatches)
            move MS-AwayTeamId to SM-AwayTeamId(NumberOfScheduledMatches)
            move MS-LeagueCode to SM-LeagueCode(NumberOfScheduledMatches)
        end-if
        if not EndOfSchedule
            perform 1350-ReadSchedule thru 1350-Exit
        end-if
    end-perform
    close WeeklySchedule.
1300-Exit.
    exit.

1350-ReadSchedule.
    read WeeklySchedule
        at end set EndOfSchedule to true
    end-read.
1350-Exit.
    exit.

2000-ApplyTransactions.
    open input MatchStatusTransactions
    if TransactionsNotFound
        display "MatchStatusRun: no transactions on file"
        go to 2000-Exit
    end-if

    perform 2100-ReadTransaction thru 2100-Exit
    perform with test after until EndOfTransactions
        if not EndOfTransactions
            perform 2200-ApplyOneTransaction thru 2200-Exit
        end-if
        if not EndOfTransactions
            perform 2100-ReadTransaction thru 2100-Exit
        end-if
    end-perform
    close MatchStatusTransactions.
2000-Exit.
    exit.

2100-ReadTransaction.
    read MatchStatusTransactions
        at end set EndOfTransactions to true
    end-read.
2100-Exit.
    exit.

2200-ApplyOneTransaction.
    move spaces to RejectReason
    perform 2300-FindOnSchedule thru 2300-Exit
    perform 2350-FindStatusEntry thru 2350-Exit

    evaluate true
        when FoundOnSchedule equal to zero
            move "match is not on the weekly schedule" to RejectReason
        when TransactionIsPostpone
            perform 2400-ApplyPostpone thru 2400-Exit
        when TransactionIsForfeit
            perform 2500-ApplyForfeit thru 2500-Exit
        when TransactionIsReinstate
            perform 2600-ApplyReinstate thru 2600-Exit
        when other
            move "unrecognised action" to RejectReason
    end-evaluate

    if RejectReason equal to spaces
        add 1 to TransactionsApplied
    else
        add 1 to TransactionsRejected
    end-if
    perform 2900-WriteDisposition thru 2900-Exit.
2200-Exit.
    exit.

2300-FindOnSchedule.
    move zero to FoundOnSchedule
    perform varying MatchIdx from 1 by 1
            until MatchIdx is greater than NumberOfScheduledMatches
        if SM-MatchDate(MatchIdx) equal to ST-MatchDate
                and SM-HomeTeamId(MatchIdx) equal to ST-HomeTeamId
                and SM-AwayTeamId(MatchIdx) equal to ST-AwayTeamId
                and SM-LeagueCode(MatchIdx) equal to ST-LeagueCode
            move 1 to FoundOnSchedule
        end-if
    end-perform.
2300-Exit.
    exit.

2350-FindStatusEntry.
    move zero to FoundStatusIndex
    perform varying StatusIdx from 1 by 1
            until StatusIdx is greater than NumberOfStatusEntries
        if SE-MatchDate(StatusIdx) equal to ST-MatchDate
                and SE-HomeTeamId(StatusIdx) equal to ST-HomeTeamId
                and SE-AwayTeamId(StatusIdx) equal to ST-AwayTeamId
                and SE-LeagueCode(StatusIdx) equal to ST-LeagueCode
            move StatusIdx to FoundStatusIndex
        end-if
    end-perform.
2350-Exit.
    exit.

*> A postponement names the makeup night. Postponing a match already
*> postponed moves its makeup; a forfeited match has been decided and
*> must be reinstated before it can be rescheduled.
2400-ApplyPostpone.
    if ST-MakeupDate is not numeric
        move "makeup date is not a valid date" to RejectReason
        go to 2400-Exit
    end-if
    if ST-MakeupDate is not greater than ST-MatchDate
        move "makeup date must fall after the original date" to RejectReason
        go to 2400-Exit
    end-if
    if FoundStatusIndex is greater than zero
            and EntryIsForfeited(FoundStatusIndex)
        move "match is already forfeited" to RejectReason
        go to 2400-Exit
    end-if
    if FoundStatusIndex equal to zero
        if NumberOfStatusEntries equal to 500
            move "match status table is full" to RejectReason
            go to 2400-Exit
        end-if
        perform 2700-AddStatusEntry thru 2700-Exit
    end-if

    move "P" to SE-Status(FoundStatusIndex)
    move ST-MakeupDate to SE-MakeupDate(FoundStatusIndex)
    move space to SE-ForfeitSide(FoundStatusIndex)
    move ST-Reason to SE-Reason(FoundStatusIndex).
2400-Exit.
    exit.

*> A forfeit stands in place of the match - a postponed match whose
*> makeup a team then fails to bowl is forfeited the same way.
2500-ApplyForfeit.
    if not ForfeitSideIsValid
        move "forfeit side must be H, A or B" to RejectReason
        go to 2500-Exit
    end-if
    if FoundStatusIndex equal to zero
        if NumberOfStatusEntries equal to 500
            move "match status table is full" to RejectReason
            go to 2500-Exit
        end-if
        perform 2700-AddStatusEntry thru 2700-Exit
    end-if

    move "F" to SE-Status(FoundStatusIndex)
    move spaces to SE-MakeupDate(FoundStatusIndex)
    move ST-ForfeitSide to SE-ForfeitSide(FoundStatusIndex)
    move ST-Reason to SE-Reason(FoundStatusIndex).
2500-Exit.
    exit.

2600-ApplyReinstate.
    if FoundStatusIndex equal to zero
        move "match has no status to reinstate" to RejectReason
        go to 2600-Exit
    end-if

    perform varying ScanIdx from FoundStatusIndex by 1
            until ScanIdx is not less than NumberOfStatusEntries
        move StatusEntry(ScanIdx + 1) to StatusEntry(ScanIdx)
    end-perform
    subtract 1 from NumberOfStatusEntries.
2600-Exit.
    exit.

2700-AddStatusEntry.
    add 1 to NumberOfStatusEntries
    move NumberOfStatusEntries to FoundStatusIndex
    move ST-MatchDate to SE-MatchDate(FoundStatusIndex)
    move ST-HomeTeamId to SE-HomeTeamId(FoundStatusIndex)
    move ST-AwayTeamId to SE-AwayTeamId(FoundStatusIndex)
    move ST-LeagueCode to SE-LeagueCode(FoundStatusIndex).
2700-Exit.
    exit.

2900-WriteDisposition.
    move spaces to AuditLine
    if RejectReason equal to spaces
        string
            "  " delimited by size
            ST-Action delimited by size
            " " delimited by size
            ST-MatchDate delimited by size
            " " delimited by size
            ST-HomeTeamId delimited by size
            " " delimited by size
            ST-AwayTeamId delimited by size
            " " delimited by size
            ST-LeagueCode delimited by size
            "  APPLIED" delimited by size
            into AuditLine
        end-string
    else
        string
            "  " delimited by size
            ST-Action delimited by size
            " " delimited by size
            ST-MatchDate delimited by size
            " " delimited by size
            ST-HomeTeamId delimited by size
            " " delimited by size
            ST-AwayTeamId delimited by size
            " " delimited by size
            ST-LeagueCode delimited by size
            "  REJECTED - " delimited by size
            function trim(RejectReason) delimited by size
            into AuditLine
        end-string
    end-if
    write AuditLine.
2900-Exit.
    exit.

4000-RewriteMatchStatus.
    open output MatchStatus
    perform varying StatusIdx from 1 by 1
            until StatusIdx is greater than NumberOfStatusEntries
        move spaces to MatchStatusRecord
        move SE-MatchDate(StatusIdx) to MX-MatchDate
        move SE-HomeTeamId(StatusIdx) to MX-HomeTeamId
        move SE-AwayTeamId(StatusIdx) to MX-AwayTeamId
        move SE-LeagueCode(StatusIdx) to MX-LeagueCode
        move SE-Status(StatusIdx) to MX-Status
        move SE-MakeupDate(StatusIdx) to MX-MakeupDate
        move SE-ForfeitSide(StatusIdx) to MX-ForfeitSide
        move SE-Reason(StatusIdx) to MX-Reason
        write MatchStatusRecord
    end-perform
    close MatchStatus.
4000-Exit.
    exit.

5000-WriteAfterImage.
    move spaces to AuditLine
    write AuditLine
    move "Match status after maintenance" to AuditLine
    write AuditLine
    perform 1200-WriteStatusImage thru 1200-Exit

    move spaces to AuditLine
    string
        "Applied " delimited by size
        TransactionsApplied delimited by size
        "  rejected " delimited by size
        TransactionsRejected delimited by size
        into AuditLine
    end-string
    write AuditLine.
5000-Exit.
    exit.

8000-SetReturnCode.
    if TransactionsRejected is greater than zero
        set BatchCompletedWithWarnings to true
    else
        set BatchCompletedNormally to true
    end-if.
8000-Exit.
    exit.

9000-Terminate.
    close MaintenanceAudit.
9000-Exit.
    exit.

end program MatchStatusRun.
