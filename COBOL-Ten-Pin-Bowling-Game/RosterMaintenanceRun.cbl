*> HandicapMaster.dat so the season's history follows the bowler.
*> The audit report shows the roster before and after with the
*> disposition of every transaction.
*>
*> A house running several leagues keeps one roster: a bowler has
*> one id and one name however many leagues they bowl in, and a
*> roster line per league membership carrying the league code.
*> Adding an existing bowler (same id, same name) under another
*> league code adds the membership; drops and transfers act on the
*> membership in the transaction's league; a rename follows the
*> bowler into every league. Team capacity is counted per league.

environment division.
configuration section.
            02 RT-Role      pic x.
            02 filler       pic x.
            02 RT-SubForId  pic x(4).
            02 filler       pic x.
            02 RT-LeagueCode pic x(3).

    fd BowlerGameHistory.
        copy GameHistoryRecord.

working-storage section.
    01 RosterEntries.
        02 RosterEntry occurs 1 to 200 times depending on NumberOfRosterEntries
                indexed by RosterIdx.
            03 RM-BowlerId pic x(4).
            03 RM-Name     pic x(20).
            03 RM-Role     pic x.
                88 RosterEntryIsSubstitute value "S".
            03 RM-SubForId pic x(4).
            03 RM-LeagueCode pic x(3).
    01 NumberOfRosterEntries pic 999 value zero.
    01 FoundRosterIndex pic 999 value zero.
    01 FoundNameIndex pic 999 value zero.
    01 FoundIdIndex pic 999 value zero.

    01 RenamePairs.
        02 RenamePair occurs 1 to 20 times depending on NumberOfRenames
        02 MasterLine occurs 1 to 500 times depending on NumberOfMasterLines
                indexed by MasterIdx.
            03 MA-BowlerName pic x(20).
            03 MA-Rest       pic x(19).
    01 NumberOfMasterLines pic 999 value zero.
    01 MasterOverflowed pic 9 value zero usage binary.

    01 TeamRegularCount pic 99 value zero.
    01 CapacityTeamId pic 99 value zero.
    01 RejectReason pic x(50) value spaces.
    01 ScanIdx pic 999 value zero.

    01 RosterOverflowed pic 9 value zero usage binary.
    01 TransactionsApplied pic 9(4) value zero.
0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    if RosterOverflowed equal to 1
        display "RosterMaintenanceRun: roster exceeds the 200-entry"
            " work table - run abandoned before rewrite"
        set BatchCompletedWithErrors to true
        move BatchReturnCode to return-code

    perform 1150-ReadRosterRecord thru 1150-Exit
    perform with test after until EndOfRosterFile
        if not EndOfRosterFile and NumberOfRosterEntries equal to 200
            move 1 to RosterOverflowed
        end-if
        if not EndOfRosterFile and NumberOfRosterEntries is less than 200
            add 1 to NumberOfRosterEntries
            move RO-BowlerId to RM-BowlerId(NumberOfRosterEntries)
            move RO-BowlerName to RM-Name(NumberOfRosterEntries)
            move RO-TeamId to RM-TeamId(NumberOfRosterEntries)
            move RO-Role to RM-Role(NumberOfRosterEntries)
            move RO-SubForId to RM-SubForId(NumberOfRosterEntries)
            move RO-LeagueCode to RM-LeagueCode(NumberOfRosterEntries)
        end-if
        if not EndOfRosterFile
            perform 1150-ReadRosterRecord thru 1150-Exit
            RM-Role(RosterIdx) delimited by size
            " " delimited by size
            RM-SubForId(RosterIdx) delimited by size
            " " delimited by size
            RM-LeagueCode(RosterIdx) delimited by size
            into AuditLine
        end-string
        write AuditLine
2200-Exit.
    exit.

*> FoundRosterIndex is the bowler's membership in the transaction's
*> league; FoundIdIndex is any line carrying the id at all.
2300-FindById.
    move zero to FoundRosterIndex
    move zero to FoundIdIndex
    perform varying RosterIdx from 1 by 1
            until RosterIdx is greater than NumberOfRosterEntries
        if RM-BowlerId(RosterIdx) equal to RT-BowlerId
            move RosterIdx to FoundIdIndex
            if RM-LeagueCode(RosterIdx) equal to RT-LeagueCode
                move RosterIdx to FoundRosterIndex
            end-if
        end-if
    end-perform.
2300-Exit.
    perform varying RosterIdx from 1 by 1
            until RosterIdx is greater than NumberOfRosterEntries
        if RM-Name(RosterIdx) equal to RT-Name
                and RM-BowlerId(RosterIdx) not equal to RT-BowlerId
            move RosterIdx to FoundNameIndex
        end-if
    end-perform.
    perform varying ScanIdx from 1 by 1
            until ScanIdx is greater than NumberOfRosterEntries
        if RM-TeamId(ScanIdx) equal to CapacityTeamId
                and RM-LeagueCode(ScanIdx) equal to RT-LeagueCode
                and not RosterEntryIsSubstitute(ScanIdx)
            add 1 to TeamRegularCount
        end-if
        move "duplicate bowler id" to RejectReason
        go to 2400-Exit
    end-if
    if FoundIdIndex is greater than zero
            and RM-Name(FoundIdIndex) not equal to RT-Name
        move "bowler id is on the roster under another name" to RejectReason
        go to 2400-Exit
    end-if
    if FoundNameIndex is greater than zero
        move "duplicate bowler name" to RejectReason
        go to 2400-Exit
    end-if
    if NumberOfRosterEntries equal to 200
        move "roster table is full" to RejectReason
        go to 2400-Exit
    end-if
    move RT-Name to RM-Name(NumberOfRosterEntries)
    move RT-TeamId to RM-TeamId(NumberOfRosterEntries)
    move RT-Role to RM-Role(NumberOfRosterEntries)
    move RT-SubForId to RM-SubForId(NumberOfRosterEntries)
    move RT-LeagueCode to RM-LeagueCode(NumberOfRosterEntries).
2400-Exit.
    exit.

*> the old one on the roster here, and 4500 below carries it across
*> the game-history and handicap masters so nothing orphans.
2700-ApplyRename.
    if FoundIdIndex equal to zero
        move "bowler id not on the roster" to RejectReason
        go to 2700-Exit
    end-if
    if FoundNameIndex is greater than zero
        move "new name duplicates another bowler" to RejectReason
        go to 2700-Exit
    end-if
    end-if

    add 1 to NumberOfRenames
    move RM-Name(FoundIdIndex) to RN-OldName(NumberOfRenames)
    move RT-Name to RN-NewName(NumberOfRenames)
    perform varying ScanIdx from 1 by 1
            until ScanIdx is greater than NumberOfRosterEntries
        if RM-BowlerId(ScanIdx) equal to RT-BowlerId
            move RT-Name to RM-Name(ScanIdx)
        end-if
    end-perform.
2700-Exit.
    exit.

        move RM-TeamId(RosterIdx) to RO-TeamId
        move RM-Role(RosterIdx) to RO-Role
        move RM-SubForId(RosterIdx) to RO-SubForId
        move RM-LeagueCode(RosterIdx) to RO-LeagueCode
        write RosterRecord
    end-perform
    close BowlerRoster.
