*> with the corrected amount in both amount fields so it sails
*> through the print run's two-amount reconciliation; both outcomes
*> are logged with the approver code, and the held file is rewritten
*> holding only the items nobody has decided yet. Each released item
*> is marked R in its feed-source byte, so the print run can count
*> what it picked up from this file, and the run's counts and amount
*> hash go on the shared run-control file for RunControlBalancing.

environment division.
configuration section.
    select ReviewLog assign to "HeldReviewLog.dat"
        organization is line sequential
        file status is ReviewLogStatus.
    select RunControl assign to "../COBOL-Job-Scheduler/RunControl.dat"
        organization is line sequential
        file status is RunControlStatus.

data division.
file section.
            02 RL-ApproverCode pic x(4).
            02 filler         pic x value space.
            02 RL-AccountCode pic x(3).
            02 filler         pic x.
            02 RL-ReplacesCheque pic x(6).
            02 filler         pic x.
            02 RL-CurrencyCode pic x(3).
            02 filler         pic x.
            02 RL-FeedSource  pic x.
        01 ReleasedTrailer redefines ReleasedRecord.
            02 RL-TrailerId   pic x(9).
            02 filler         pic x(12).
    fd ReviewLog.
        01 ReviewLogLine pic x(100).

    fd RunControl.
        copy RunControlRecord.

working-storage section.
    01 HeldItems.
        02 HeldItem occurs 1 to 200 times depending on NumberOfHeldItems
            03 HI-PayMethod    pic x.
            03 HI-Reason       pic x(16).
            03 HI-AccountCode  pic x(3).
            03 HI-ReplacesCheque pic x(6).
            03 HI-CurrencyCode pic x(3).
            03 HI-Decided      pic 9.
                88 HeldItemDecided value 1.
    01 NumberOfHeldItems pic 999 value zero.
        88 EndOfReviewDecisions value "10".
    01 ReviewLogStatus pic xx value spaces.
        88 ReviewLogNotFound value "35".
    01 RunControlStatus pic xx value spaces.
        88 RunControlNotFound value "35".
    01 CurrentDateFields.
        02 CurrentDateYmd pic 9(8).
        02 CurrentTimeHms pic 9(6).
        02 filler pic x(7).

    01 HeldFileOverflowed pic 9 value zero usage binary.
    01 ReleasedCount pic 9(6) value zero.
    stop run.

1000-Initialize.
    move function current-date to CurrentDateFields
    perform 1100-LoadHeldItems thru 1100-Exit
    open output ReleasedDisbursements
    open extend ReviewLog
            move HD-PayMethod to HI-PayMethod(NumberOfHeldItems)
            move HD-Reason to HI-Reason(NumberOfHeldItems)
            move HD-AccountCode to HI-AccountCode(NumberOfHeldItems)
            move HD-ReplacesCheque
                to HI-ReplacesCheque(NumberOfHeldItems)
            move HD-CurrencyCode to HI-CurrencyCode(NumberOfHeldItems)
            move zero to HI-Decided(NumberOfHeldItems)
        end-if
        if not EndOfHeldDisbursements
    move HI-PayMethod(FoundHeldIndex) to RL-PayMethod
    move RD-ApproverCode to RL-ApproverCode
    move HI-AccountCode(FoundHeldIndex) to RL-AccountCode
    move HI-ReplacesCheque(FoundHeldIndex) to RL-ReplacesCheque
    move HI-CurrencyCode(FoundHeldIndex) to RL-CurrencyCode
    move "R" to RL-FeedSource
    write ReleasedRecord
    add 1 to ReleasedCount
    add RD-CorrectedAmount to ReleasedHashTotal.
                into ReviewLogLine
            end-string
    end-evaluate
*> The decision date sits clear of the text at the end of the line,
*> where the log's retention housekeeping ages it from.
    move CurrentDateYmd to ReviewLogLine(93:8)
    write ReviewLogLine.
2500-Exit.
    exit.
            move HI-PayMethod(HeldIdx) to HD-PayMethod
            move HI-Reason(HeldIdx) to HD-Reason
            move HI-AccountCode(HeldIdx) to HD-AccountCode
            move HI-ReplacesCheque(HeldIdx) to HD-ReplacesCheque
            move HI-CurrencyCode(HeldIdx) to HD-CurrencyCode
            write HeldDisbursementRecord
        end-if
    end-perform
    move ReleasedHashTotal to RL-HashTotal
    write ReleasedRecord
    close ReleasedDisbursements
    close ReviewLog
    perform 9100-WriteRunControl thru 9100-Exit.
9000-Exit.
    exit.

*> Decisions in, items released out, rejections and decisions with
*> no held item to act on as rejected; the hash is the released
*> amounts, the same total the trailer carries.
9100-WriteRunControl.
    open extend RunControl
    if RunControlNotFound
        open output RunControl
    end-if
    move function current-date to CurrentDateFields
    move spaces to RunControlRecord
    move CurrentDateYmd to CT-RunDate
    move CurrentTimeHms to CT-RunTime
    move "HeldDisbursementReleaseRun" to CT-ProgramName
    set ControlIsForOutput to true
    move "ReleasedDisbursements.dat" to CT-FileName
    compute CT-RecordsIn = ItemsReleased + ItemsRejected + DecisionsUnmatched
    move ReleasedCount to CT-RecordsOut
    compute CT-RecordsRejected = ItemsRejected + DecisionsUnmatched
    move ReleasedHashTotal to CT-HashTotal
    write RunControlRecord
    close RunControl.
9100-Exit.
    exit.

end program HeldDisbursementReleaseRun.
