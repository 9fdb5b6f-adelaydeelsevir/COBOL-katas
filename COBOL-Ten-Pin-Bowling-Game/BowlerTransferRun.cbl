identification division.
program-id. BowlerTransferRun.

*> Transfer run for a bowler moving from one center of the league to
*> another. ConsolidatedStandings takes every house's cards, but each
*> house keeps its own masters, so a bowler who moved used to arrive
*> at the new house as a stranger - a fresh roster line, no posted
*> games and no average - and bowl scratch until enough games were
*> posted for HandicapRecalculation to give them one. Transfers come
*> in on BowlerTransfers.dat, one per bowler: the name, the sending
*> and receiving center codes (the SC-CenterCode each house stamps
*> on its cards), the transfer date, and the team and league the
*> bowler joins at the receiving house. CenterDirectories.dat names
*> the directory each center's batch runs in, by center code, and the
*> transfer works on the BowlerRoster.dat, BowlerGameHistory.dat and
*> HandicapMaster.dat there - the masters that house's
*> SeasonStandings, HandicapRecalculation and RosterMaintenanceRun
*> open. A center with a blank directory runs in this one.
*>
*> A transfer takes every roster line the bowler holds at the
*> sending house off its roster and gives the bowler one roster line
*> at the receiving house, on the next free id, as a regular of the
*> team named. Every posted game and every effective-dated handicap
*> record for the bowler is moved from the sending house's masters
*> to the receiving house's, under the receiving league code, so the
*> next HandicapRecalculation there averages the games the bowler
*> has already bowled along with the new ones. The established average - the bowler's
*> latest handicap record effective on or before the transfer date,
*> or failing one the average of the games moved - is carried
*> forward on a handicap record effective on the transfer date, so
*> the first card SeasonStandings posts at the new house is
*> handicapped from it and there is no scratch gap. A center not on
*> CenterDirectories.dat, a bowler not on the sending roster, a name
*> already on the receiving roster, a full team or a bad date or
*> team is rejected and nothing is moved. A transfer is checked
*> against both houses' files before any of them is rewritten.
*>
*> Every transfer, applied or rejected, is appended to
*> BowlerTransferLog.dat with what was moved and the average carried.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
file-control.
    select BowlerTransfers assign to "BowlerTransfers.dat"
        organization is line sequential
        file status is BowlerTransfersStatus.
    select BowlerRoster assign to RosterFileName
        organization is line sequential
        file status is RosterFileStatus.
    select BowlerGameHistory assign to HistoryFileName
        organization is line sequential
        file status is GameHistoryStatus.
    select HandicapMaster assign to MasterFileName
        organization is line sequential
        file status is HandicapMasterStatus.
    select CenterDirectories assign to "CenterDirectories.dat"
        organization is line sequential
        file status is CenterDirectoriesStatus.
    select TransferLog assign to "BowlerTransferLog.dat"
        organization is line sequential
        file status is TransferLogStatus.

data division.
file section.
    fd BowlerTransfers.
        01 BowlerTransferRecord.
            02 BT-BowlerName   pic x(20).
            02 filler          pic x.
            02 BT-FromCenter   pic x(3).
            02 filler          pic x.
            02 BT-ToCenter     pic x(3).
            02 filler          pic x.
            02 BT-TransferDate pic 9(8).
            02 filler          pic x.
            02 BT-TeamId       pic 99.
            02 filler          pic x.
            02 BT-LeagueCode   pic x(3).

    fd BowlerRoster.
        copy RosterRecord.

    fd BowlerGameHistory.
        copy GameHistoryRecord.

    fd HandicapMaster.
        copy HandicapMasterRecord.

    fd CenterDirectories.
        01 CenterDirectoryRecord.
            02 CD-CenterCode pic x(3).
            02 filler        pic x.
            02 CD-Directory  pic x(60).

    fd TransferLog.
        01 TransferLogLine pic x(132).

working-storage section.
    01 BowlerTransfersStatus pic xx value spaces.
        88 BowlerTransfersNotFound value "35".
        88 EndOfBowlerTransfers value "10".
    01 RosterFileStatus pic xx value spaces.
        88 RosterFileNotFound value "35".
        88 EndOfRosterFile value "10".
    01 GameHistoryStatus pic xx value spaces.
        88 GameHistoryNotFound value "35".
        88 EndOfGameHistory value "10".
    01 HandicapMasterStatus pic xx value spaces.
        88 HandicapMasterNotFound value "35".
        88 EndOfHandicapMaster value "10".
    01 TransferLogStatus pic xx value spaces.
        88 TransferLogNotFound value "35".
    01 CenterDirectoriesStatus pic xx value spaces.
        88 CenterDirectoriesNotFound value "35".
        88 EndOfCenterDirectories value "10".

    01 Centers.
        02 BowlingCenter occurs 1 to 20 times depending on NumberOfCenters
                indexed by CenterIdx.
            03 CE-Code      pic x(3).
            03 CE-Directory pic x(60).
    01 NumberOfCenters pic 99 value zero.
    01 FoundCenterIndex pic 99 value zero.
    01 CenterCodeToFind pic x(3) value spaces.

*> The two houses' masters for the transfer in hand.
    01 RosterFileName pic x(80) value spaces.
    01 HistoryFileName pic x(80) value spaces.
    01 MasterFileName pic x(80) value spaces.
    01 SendingRosterName pic x(80) value spaces.
    01 SendingHistoryName pic x(80) value spaces.
    01 SendingMasterName pic x(80) value spaces.
    01 ReceivingRosterName pic x(80) value spaces.
    01 ReceivingHistoryName pic x(80) value spaces.
    01 ReceivingMasterName pic x(80) value spaces.
    01 CenterDirectoryForName pic x(60) value spaces.

*> The sending house's masters, held whole so they can be written
*> back without the bowler's lines.
    01 SendingRosterLines.
        02 SendingRosterLine occurs 1 to 200 times
                depending on NumberOfRosterLines
                indexed by RosterIdx.
            03 SR-Record pic x(39).
            03 SR-Moving pic 9 usage binary.
    01 NumberOfRosterLines pic 999 value zero.

    01 SendingHistoryLines.
        02 SendingHistoryLine occurs 1 to 20000 times
                depending on NumberOfHistoryLines
                indexed by HistoryIdx.
            03 SH-Record pic x(41).
            03 SH-Moving pic 9 usage binary.
    01 NumberOfHistoryLines pic 9(5) value zero.

    01 SendingMasterLines.
        02 SendingMasterLine occurs 1 to 2000 times
                depending on NumberOfMasterLines
                indexed by MasterIdx.
            03 SM-Record pic x(39).
            03 SM-Moving pic 9 usage binary.
    01 NumberOfMasterLines pic 9(4) value zero.

    01 RejectReason pic x(60) value spaces.
    01 RunDate pic 9(8) value zero.
    01 CurrentDateFields.
        02 CurrentDateYmd pic 9(8).
        02 filler         pic x(13).

*> What one transfer finds and moves.
    01 OldBowlerId pic x(4) value spaces.
    01 NewBowlerId pic 9(4) value zero.
    01 HighestReceivingId pic 9(4) value zero.
    01 TeamRegularCount pic 99 value zero.
    01 RosterLinesMoved pic 99 value zero.
    01 GamesMoved pic 9(5) value zero.
    01 GamePinTotal pic 9(7) value zero.
    01 GamesBeforeTransfer pic 9(5) value zero.
    01 MasterLinesMoved pic 9(4) value zero.
    01 LatestEffectiveDate pic 9(8) value zero.
    01 CarriedAverage pic 999v99 value zero.
    01 CarriedAverageEdited pic zz9.99 value zero.
    01 CarriedHandicap pic 999 value zero.
    01 HandicapComputed pic s999 value zero.
    01 CarriedAverageSwitch pic 9 value zero usage binary.
        88 AverageIsCarried value 1.
    01 CarrySource pic x(7) value spaces.

    01 TransfersApplied pic 9(4) value zero.
    01 TransfersRejected pic 9(4) value zero.

    copy BatchReturnCode.

procedure division.

0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    if BatchCompletedWithErrors
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 2000-ProcessTransfers thru 2000-Exit
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
    move BatchReturnCode to return-code
    stop run.

1000-Initialize.
    move function current-date to CurrentDateFields
    move CurrentDateYmd to RunDate

    perform 1100-LoadCenterDirectories thru 1100-Exit
    if BatchCompletedWithErrors
        go to 1000-Exit
    end-if

    open extend TransferLog
    if TransferLogNotFound
        open output TransferLog
    end-if.
1000-Exit.
    exit.

*> Without the centers' directories there is no telling where any
*> house's masters are.
1100-LoadCenterDirectories.
    open input CenterDirectories
    if CenterDirectoriesNotFound
        display "BowlerTransferRun: no CenterDirectories.dat on file"
        set BatchCompletedWithErrors to true
        go to 1100-Exit
    end-if

    perform 1150-ReadCenterDirectory thru 1150-Exit
    perform with test after until EndOfCenterDirectories
        if not EndOfCenterDirectories and CD-CenterCode not equal to spaces
            if NumberOfCenters equal to 20
                display "BowlerTransferRun: more than 20 centers on"
                    " CenterDirectories.dat - center " CD-CenterCode
                    " dropped"
            else
                add 1 to NumberOfCenters
                move CD-CenterCode to CE-Code(NumberOfCenters)
                move CD-Directory to CE-Directory(NumberOfCenters)
            end-if
        end-if
        if not EndOfCenterDirectories
            perform 1150-ReadCenterDirectory thru 1150-Exit
        end-if
    end-perform
    close CenterDirectories.
1100-Exit.
    exit.

1150-ReadCenterDirectory.
    read CenterDirectories
        at end set EndOfCenterDirectories to true
    end-read.
1150-Exit.
    exit.

2000-ProcessTransfers.
    open input BowlerTransfers
    if BowlerTransfersNotFound
        display "BowlerTransferRun: no transfers on file"
        go to 2000-Exit
    end-if

    perform 2100-ReadTransfer thru 2100-Exit
    perform with test after until EndOfBowlerTransfers
        if not EndOfBowlerTransfers
            perform 2200-TransferOneBowler thru 2200-Exit
        end-if
        if not EndOfBowlerTransfers
            perform 2100-ReadTransfer thru 2100-Exit
        end-if
    end-perform
    close BowlerTransfers.
2000-Exit.
    exit.

2100-ReadTransfer.
    read BowlerTransfers
        at end set EndOfBowlerTransfers to true
    end-read.
2100-Exit.
    exit.

*> Everything is loaded and checked first; the files are only written
*> once the transfer is known to go through.
2200-TransferOneBowler.
    move spaces to RejectReason
    move spaces to OldBowlerId
    move zero to NewBowlerId RosterLinesMoved GamesMoved GamePinTotal
        GamesBeforeTransfer MasterLinesMoved CarriedAverage
        CarriedHandicap CarriedAverageSwitch
    move spaces to CarrySource

    perform 2300-ValidateTransfer thru 2300-Exit
    if RejectReason not equal to spaces
        go to 2200-Reject
    end-if
    perform 2400-SetCenterFileNames thru 2400-Exit

    perform 3000-LoadSendingRoster thru 3000-Exit
    if RejectReason not equal to spaces
        go to 2200-Reject
    end-if
    perform 3100-CheckReceivingRoster thru 3100-Exit
    if RejectReason not equal to spaces
        go to 2200-Reject
    end-if
    perform 3200-LoadSendingHistory thru 3200-Exit
    if RejectReason not equal to spaces
        go to 2200-Reject
    end-if
    perform 3300-LoadSendingMaster thru 3300-Exit
    if RejectReason not equal to spaces
        go to 2200-Reject
    end-if
    perform 3400-FindCarriedAverage thru 3400-Exit

    perform 4000-MoveRoster thru 4000-Exit
    perform 4100-MoveGameHistory thru 4100-Exit
    perform 4200-MoveHandicapMaster thru 4200-Exit
    add 1 to TransfersApplied
    perform 5000-LogTransfer thru 5000-Exit
    go to 2200-Exit.
2200-Reject.
    add 1 to TransfersRejected
    display "BowlerTransferRun: transfer of " BT-BowlerName " from "
        BT-FromCenter " to " BT-ToCenter " rejected - "
        function trim(RejectReason)
    perform 5100-LogRejection thru 5100-Exit.
2200-Exit.
    exit.

*> A blank transfer date means the transfer takes effect today.
2300-ValidateTransfer.
    if BT-BowlerName equal to spaces
        move "no bowler name" to RejectReason
        go to 2300-Exit
    end-if
    if BT-FromCenter equal to spaces or BT-ToCenter equal to spaces
        move "sending and receiving centers must both be given"
            to RejectReason
        go to 2300-Exit
    end-if
    if BT-FromCenter equal to BT-ToCenter
        move "sending and receiving centers are the same"
            to RejectReason
        go to 2300-Exit
    end-if
    move BT-FromCenter to CenterCodeToFind
    perform 2350-FindCenter thru 2350-Exit
    if FoundCenterIndex equal to zero
        move "sending center is not on CenterDirectories.dat"
            to RejectReason
        go to 2300-Exit
    end-if
    move BT-ToCenter to CenterCodeToFind
    perform 2350-FindCenter thru 2350-Exit
    if FoundCenterIndex equal to zero
        move "receiving center is not on CenterDirectories.dat"
            to RejectReason
        go to 2300-Exit
    end-if
    if BowlerTransferRecord(30:8) equal to spaces
        move RunDate to BT-TransferDate
    end-if
    if BT-TransferDate is not numeric
        move "transfer date is not a date" to RejectReason
        go to 2300-Exit
    end-if
    if test-date-yyyymmdd(BT-TransferDate) not equal to zero
        move "transfer date is not a date" to RejectReason
        go to 2300-Exit
    end-if
    if BT-TeamId is not numeric or BT-TeamId equal to zero
        move "no team at the receiving center" to RejectReason
        go to 2300-Exit
    end-if.
2300-Exit.
    exit.

2350-FindCenter.
    move zero to FoundCenterIndex
    perform varying CenterIdx from 1 by 1
            until CenterIdx is greater than NumberOfCenters
        if CE-Code(CenterIdx) equal to CenterCodeToFind
            set FoundCenterIndex to CenterIdx
        end-if
    end-perform.
2350-Exit.
    exit.

2400-SetCenterFileNames.
    move BT-FromCenter to CenterCodeToFind
    perform 2350-FindCenter thru 2350-Exit
    move CE-Directory(FoundCenterIndex) to CenterDirectoryForName
    perform 2450-BuildCenterNames thru 2450-Exit
    move RosterFileName to SendingRosterName
    move HistoryFileName to SendingHistoryName
    move MasterFileName to SendingMasterName

    move BT-ToCenter to CenterCodeToFind
    perform 2350-FindCenter thru 2350-Exit
    move CE-Directory(FoundCenterIndex) to CenterDirectoryForName
    perform 2450-BuildCenterNames thru 2450-Exit
    move RosterFileName to ReceivingRosterName
    move HistoryFileName to ReceivingHistoryName
    move MasterFileName to ReceivingMasterName.
2400-Exit.
    exit.

*> A blank directory is this one, so the masters keep the names the
*> house's own runs give them.
2450-BuildCenterNames.
    if CenterDirectoryForName equal to spaces
        move "." to CenterDirectoryForName
    end-if
    move spaces to RosterFileName
    string
        CenterDirectoryForName delimited by space
        "/BowlerRoster.dat" delimited by size
        into RosterFileName
    end-string
    move spaces to HistoryFileName
    string
        CenterDirectoryForName delimited by space
        "/BowlerGameHistory.dat" delimited by size
        into HistoryFileName
    end-string
    move spaces to MasterFileName
    string
        CenterDirectoryForName delimited by space
        "/HandicapMaster.dat" delimited by size
        into MasterFileName
    end-string.
2450-Exit.
    exit.

*> The bowler leaves the sending house altogether: every roster line
*> in their name goes, whichever league it is for.
3000-LoadSendingRoster.
    move zero to NumberOfRosterLines
    move SendingRosterName to RosterFileName
    open input BowlerRoster
    if RosterFileNotFound
        move "no roster for the sending center" to RejectReason
        go to 3000-Exit
    end-if

    perform 3050-ReadRoster thru 3050-Exit
    perform with test after until EndOfRosterFile
        if not EndOfRosterFile and NumberOfRosterLines equal to 200
            move "sending roster exceeds the 200-line work table"
                to RejectReason
        end-if
        if not EndOfRosterFile and NumberOfRosterLines is less than 200
            add 1 to NumberOfRosterLines
            move RosterRecord to SR-Record(NumberOfRosterLines)
            move zero to SR-Moving(NumberOfRosterLines)
            if RO-BowlerName equal to BT-BowlerName
                move 1 to SR-Moving(NumberOfRosterLines)
                add 1 to RosterLinesMoved
                if OldBowlerId equal to spaces
                    move RO-BowlerId to OldBowlerId
                end-if
            end-if
        end-if
        if not EndOfRosterFile
            perform 3050-ReadRoster thru 3050-Exit
        end-if
    end-perform
    close BowlerRoster

    if RejectReason equal to spaces and RosterLinesMoved equal to zero
        move "not on the sending center's roster" to RejectReason
    end-if.
3000-Exit.
    exit.

3050-ReadRoster.
    read BowlerRoster
        at end set EndOfRosterFile to true
    end-read.
3050-Exit.
    exit.

*> A house with no roster yet takes the bowler as its first id. Team
*> capacity is the five regulars per team per league that
*> RosterMaintenanceRun enforces.
3100-CheckReceivingRoster.
    move zero to HighestReceivingId TeamRegularCount
    move ReceivingRosterName to RosterFileName
    open input BowlerRoster
    if RosterFileNotFound
        move 1 to NewBowlerId
        go to 3100-Exit
    end-if

    perform 3050-ReadRoster thru 3050-Exit
    perform with test after until EndOfRosterFile
        if not EndOfRosterFile
            if RO-BowlerName equal to BT-BowlerName
                move "name already on the receiving center's roster"
                    to RejectReason
            end-if
            if RO-BowlerId is numeric
                    and RO-BowlerId is greater than HighestReceivingId
                move RO-BowlerId to HighestReceivingId
            end-if
            if RO-TeamId equal to BT-TeamId
                    and RO-LeagueCode equal to BT-LeagueCode
                    and RosterRoleIsRegular
                add 1 to TeamRegularCount
            end-if
            perform 3050-ReadRoster thru 3050-Exit
        end-if
    end-perform
    close BowlerRoster

    if RejectReason not equal to spaces
        go to 3100-Exit
    end-if
    if TeamRegularCount is not less than 5
        move "team already has five regulars at the receiving center"
            to RejectReason
        go to 3100-Exit
    end-if
    if HighestReceivingId equal to 9999
        move "no bowler id left at the receiving center"
            to RejectReason
        go to 3100-Exit
    end-if
    compute NewBowlerId = HighestReceivingId + 1.
3100-Exit.
    exit.

3200-LoadSendingHistory.
    move zero to NumberOfHistoryLines
    move SendingHistoryName to HistoryFileName
    open input BowlerGameHistory
    if GameHistoryNotFound
        go to 3200-Exit
    end-if

    perform 3250-ReadGameHistory thru 3250-Exit
    perform with test after until EndOfGameHistory
        if not EndOfGameHistory and NumberOfHistoryLines equal to 20000
            move "sending game history exceeds the 20000-line work table"
                to RejectReason
        end-if
        if not EndOfGameHistory and NumberOfHistoryLines is less than 20000
            add 1 to NumberOfHistoryLines
            move GameHistoryRecord to SH-Record(NumberOfHistoryLines)
            move zero to SH-Moving(NumberOfHistoryLines)
            if GH-BowlerName equal to BT-BowlerName
                move 1 to SH-Moving(NumberOfHistoryLines)
                add 1 to GamesMoved
                if GH-GameDate is not greater than BT-TransferDate
                    add 1 to GamesBeforeTransfer
                    add GH-GameTotal to GamePinTotal
                end-if
            end-if
        end-if
        if not EndOfGameHistory
            perform 3250-ReadGameHistory thru 3250-Exit
        end-if
    end-perform
    close BowlerGameHistory.
3200-Exit.
    exit.

3250-ReadGameHistory.
    read BowlerGameHistory
        at end set EndOfGameHistory to true
    end-read.
3250-Exit.
    exit.

3300-LoadSendingMaster.
    move zero to NumberOfMasterLines
    move SendingMasterName to MasterFileName
    open input HandicapMaster
    if HandicapMasterNotFound
        go to 3300-Exit
    end-if

    perform 3350-ReadHandicapMaster thru 3350-Exit
    perform with test after until EndOfHandicapMaster
        if not EndOfHandicapMaster and NumberOfMasterLines equal to 2000
            move "sending handicap master exceeds the 2000-line work table"
                to RejectReason
        end-if
        if not EndOfHandicapMaster and NumberOfMasterLines is less than 2000
            add 1 to NumberOfMasterLines
            move HandicapMasterRecord to SM-Record(NumberOfMasterLines)
            move zero to SM-Moving(NumberOfMasterLines)
            if HM-BowlerName equal to BT-BowlerName
                move 1 to SM-Moving(NumberOfMasterLines)
                add 1 to MasterLinesMoved
            end-if
        end-if
        if not EndOfHandicapMaster
            perform 3350-ReadHandicapMaster thru 3350-Exit
        end-if
    end-perform
    close HandicapMaster.
3300-Exit.
    exit.

3350-ReadHandicapMaster.
    read HandicapMaster
        at end set EndOfHandicapMaster to true
    end-read.
3350-Exit.
    exit.

*> The average in force on the transfer date is the one the sending
*> house would have handicapped the bowler's next card from. A
*> bowler never yet recalculated carries the average of their games
*> to date, figured as HandicapRecalculation figures it. A record
*> already effective on the transfer date needs no second one.
3400-FindCarriedAverage.
    move zero to LatestEffectiveDate
    perform varying MasterIdx from 1 by 1
            until MasterIdx is greater than NumberOfMasterLines
        if SM-Moving(MasterIdx) equal to 1
            move SM-Record(MasterIdx) to HandicapMasterRecord
            if HM-EffectiveDate is not greater than BT-TransferDate
                    and HM-EffectiveDate is not less than LatestEffectiveDate
                move HM-EffectiveDate to LatestEffectiveDate
                move HM-Average to CarriedAverage
                move HM-Handicap to CarriedHandicap
                move 1 to CarriedAverageSwitch
                move "master" to CarrySource
            end-if
        end-if
    end-perform

    if not AverageIsCarried and GamesBeforeTransfer is greater than zero
        compute CarriedAverage rounded = GamePinTotal / GamesBeforeTransfer
        compute HandicapComputed rounded = (200 - CarriedAverage) * 0.8
        if HandicapComputed is less than zero
            move zero to HandicapComputed
        end-if
        move HandicapComputed to CarriedHandicap
        move 1 to CarriedAverageSwitch
        move "games" to CarrySource
    end-if.
3400-Exit.
    exit.

4000-MoveRoster.
    move SendingRosterName to RosterFileName
    open output BowlerRoster
    perform varying RosterIdx from 1 by 1
            until RosterIdx is greater than NumberOfRosterLines
        if SR-Moving(RosterIdx) equal to zero
            move SR-Record(RosterIdx) to RosterRecord
            write RosterRecord
        end-if
    end-perform
    close BowlerRoster

    move ReceivingRosterName to RosterFileName
    open extend BowlerRoster
    if RosterFileNotFound
        open output BowlerRoster
    end-if
    move spaces to RosterRecord
    move NewBowlerId to RO-BowlerId
    move BT-BowlerName to RO-BowlerName
    move BT-TeamId to RO-TeamId
    move "R" to RO-Role
    move BT-LeagueCode to RO-LeagueCode
    write RosterRecord
    close BowlerRoster.
4000-Exit.
    exit.

*> The games keep their dates, lanes and scores; only the league
*> changes, to the one the bowler now bowls in.
4100-MoveGameHistory.
    if GamesMoved equal to zero
        go to 4100-Exit
    end-if

    move ReceivingHistoryName to HistoryFileName
    open extend BowlerGameHistory
    if GameHistoryNotFound
        open output BowlerGameHistory
    end-if
    perform varying HistoryIdx from 1 by 1
            until HistoryIdx is greater than NumberOfHistoryLines
        if SH-Moving(HistoryIdx) equal to 1
            move SH-Record(HistoryIdx) to GameHistoryRecord
            move BT-LeagueCode to GH-LeagueCode
            write GameHistoryRecord
        end-if
    end-perform
    close BowlerGameHistory

    move SendingHistoryName to HistoryFileName
    open output BowlerGameHistory
    perform varying HistoryIdx from 1 by 1
            until HistoryIdx is greater than NumberOfHistoryLines
        if SH-Moving(HistoryIdx) equal to zero
            move SH-Record(HistoryIdx) to GameHistoryRecord
            write GameHistoryRecord
        end-if
    end-perform
    close BowlerGameHistory.
4100-Exit.
    exit.

4200-MoveHandicapMaster.
    if MasterLinesMoved equal to zero and not AverageIsCarried
        go to 4200-Exit
    end-if

    move ReceivingMasterName to MasterFileName
    open extend HandicapMaster
    if HandicapMasterNotFound
        open output HandicapMaster
    end-if
    perform varying MasterIdx from 1 by 1
            until MasterIdx is greater than NumberOfMasterLines
        if SM-Moving(MasterIdx) equal to 1
            move SM-Record(MasterIdx) to HandicapMasterRecord
            move BT-LeagueCode to HM-LeagueCode
            write HandicapMasterRecord
        end-if
    end-perform
    if AverageIsCarried and LatestEffectiveDate not equal to BT-TransferDate
        move BT-BowlerName to HM-BowlerName
        move BT-TransferDate to HM-EffectiveDate
        move CarriedAverage to HM-Average
        move CarriedHandicap to HM-Handicap
        move BT-LeagueCode to HM-LeagueCode
        write HandicapMasterRecord
    end-if
    close HandicapMaster

    if MasterLinesMoved equal to zero
        go to 4200-Exit
    end-if
    move SendingMasterName to MasterFileName
    open output HandicapMaster
    perform varying MasterIdx from 1 by 1
            until MasterIdx is greater than NumberOfMasterLines
        if SM-Moving(MasterIdx) equal to zero
            move SM-Record(MasterIdx) to HandicapMasterRecord
            write HandicapMasterRecord
        end-if
    end-perform
    close HandicapMaster.
4200-Exit.
    exit.

5000-LogTransfer.
    move spaces to TransferLogLine
    string
        RunDate delimited by size
        " MOVED    " delimited by size
        BT-BowlerName delimited by size
        " " delimited by size
        BT-FromCenter delimited by size
        " id " delimited by size
        OldBowlerId delimited by size
        " to " delimited by size
        BT-ToCenter delimited by size
        " id " delimited by size
        NewBowlerId delimited by size
        " team " delimited by size
        BT-TeamId delimited by size
        " league " delimited by size
        BT-LeagueCode delimited by size
        " effective " delimited by size
        BT-TransferDate delimited by size
        into TransferLogLine
    end-string
    write TransferLogLine

    move spaces to TransferLogLine
    string
        "         " delimited by size
        "roster lines " delimited by size
        RosterLinesMoved delimited by size
        "  games " delimited by size
        GamesMoved delimited by size
        "  handicap records " delimited by size
        MasterLinesMoved delimited by size
        into TransferLogLine
    end-string
    write TransferLogLine

    move spaces to TransferLogLine
    if AverageIsCarried
        move CarriedAverage to CarriedAverageEdited
        string
            "         " delimited by size
            "average " delimited by size
            CarriedAverageEdited delimited by size
            " handicap " delimited by size
            CarriedHandicap delimited by size
            " carried from the sending center's " delimited by size
            CarrySource delimited by space
            into TransferLogLine
        end-string
    else
        move "         no established average - bowls scratch until handicapped"
            to TransferLogLine
    end-if
    write TransferLogLine.
5000-Exit.
    exit.

5100-LogRejection.
    move spaces to TransferLogLine
    string
        RunDate delimited by size
        " REJECTED " delimited by size
        BT-BowlerName delimited by size
        " " delimited by size
        BT-FromCenter delimited by size
        " to " delimited by size
        BT-ToCenter delimited by size
        " - " delimited by size
        function trim(RejectReason) delimited by size
        into TransferLogLine
    end-string
    write TransferLogLine.
5100-Exit.
    exit.

8000-SetReturnCode.
    if TransfersRejected is greater than zero
        set BatchCompletedWithWarnings to true
    else
        set BatchCompletedNormally to true
    end-if.
8000-Exit.
    exit.

9000-Terminate.
    close TransferLog
    display "BowlerTransferRun: " TransfersApplied " transfer(s) applied, "
        TransfersRejected " rejected".
9000-Exit.
    exit.

end program BowlerTransferRun.
