identification division.
program-id. RunControlBalancing.

*> Record-count balancing between chained batch steps. A return code
*> only says a step finished; it does not say the next step picked up
*> everything the last one wrote. Each program that hands a file on -
*> ScorecardCorrectionRun's reposts, HeldDisbursementReleaseRun's
*> released items, ChequeVoidRun's reissues - writes an OUT line to
*> the shared RunControl.dat with its records in, out and rejected
*> and a hash of the amounts or scores it wrote; the program that
*> takes the file in writes an IN line with what it found of it.
*> This run is a step in the nightly plan, run in the application's
*> own directory behind the consumer: RunControlPairs.dat there
*> names each feed, its producer and its consumer. For each pair the
*> producer's latest OUT line is tied to the first IN line the
*> consumer wrote after it - records out against records found, hash
*> against hash. A feed that does not tie ends the run with an error,
*> so the steps that depend on it are skipped; a feed written but not
*> yet picked up ends it with a warning. Every pair is listed on
*> RunControlBalancingReport.dat.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
file-control.
    select RunControlPairs assign to "RunControlPairs.dat"
        organization is line sequential
        file status is RunControlPairsStatus.
    select RunControl assign to "../COBOL-Job-Scheduler/RunControl.dat"
        organization is line sequential
        file status is RunControlStatus.
    select BalancingReport assign to "RunControlBalancingReport.dat"
        organization is line sequential.

data division.
file section.
    fd RunControlPairs.
        01 RunControlPairRecord.
            02 RP-FeedName     pic x(30).
            02 filler          pic x.
            02 RP-Producer     pic x(30).
            02 filler          pic x.
            02 RP-Consumer     pic x(30).

    fd RunControl.
        copy RunControlRecord.

    fd BalancingReport.
        01 ReportLine pic x(132).

working-storage section.
    01 RunControlPairsStatus pic xx value spaces.
        88 RunControlPairsNotFound value "35".
        88 EndOfRunControlPairs value "10".
    01 RunControlStatus pic xx value spaces.
        88 RunControlNotFound value "35".
        88 EndOfRunControl value "10".

    01 Pairs.
        02 Pair occurs 1 to 20 times depending on NumberOfPairs
                indexed by PairIdx.
            03 PA-FeedName      pic x(30).
            03 PA-Producer      pic x(30).
            03 PA-Consumer      pic x(30).
            03 PA-OutFound      pic 9.
                88 FeedWasWritten value 1.
            03 PA-OutDate       pic 9(8).
            03 PA-OutTime       pic 9(6).
            03 PA-OutRecords    pic 9(7).
            03 PA-OutHash       pic 9(12)v99.
            03 PA-InFound       pic 9.
                88 FeedWasRead value 1.
            03 PA-InDate        pic 9(8).
            03 PA-InTime        pic 9(6).
            03 PA-InRecords     pic 9(7).
            03 PA-InHash        pic 9(12)v99.
    01 NumberOfPairs pic 99 value zero.
    01 PairLinesUnusable pic 99 value zero.

    01 ControlLinesRead pic 9(7) value zero.
    01 FeedsInBalance pic 99 value zero.
    01 FeedsOutOfBalance pic 99 value zero.
    01 FeedsAwaitingPickup pic 99 value zero.
    01 FeedsNotWritten pic 99 value zero.

    01 PairStatusText pic x(28) value spaces.
    01 RecordsEdited pic z(6)9.
    01 HashEdited pic z(11)9.99.

    copy BatchReturnCode.

procedure division.

0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    if BatchCompletedWithErrors
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 2000-ScanRunControl thru 2000-Exit
    perform 3000-BalancePairs thru 3000-Exit
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
    move BatchReturnCode to return-code
    stop run.

1000-Initialize.
    open input RunControlPairs
    if RunControlPairsNotFound
        display "RunControlBalancing: no RunControlPairs.dat on file"
            " - nothing to balance"
        set BatchCompletedWithErrors to true
        go to 1000-Exit
    end-if

    perform 1100-ReadPair thru 1100-Exit
    perform with test after until EndOfRunControlPairs
        if not EndOfRunControlPairs
            perform 1200-StorePair thru 1200-Exit
            perform 1100-ReadPair thru 1100-Exit
        end-if
    end-perform
    close RunControlPairs

    open output BalancingReport
    move "Feed                           Producer / consumer            Run date time      Records               Hash  Status"
        to ReportLine
    write ReportLine.
1000-Exit.
    exit.

1100-ReadPair.
    read RunControlPairs
        at end set EndOfRunControlPairs to true
    end-read.
1100-Exit.
    exit.

1200-StorePair.
    if RP-FeedName equal to spaces or RP-Producer equal to spaces
            or RP-Consumer equal to spaces
        display "RunControlBalancing: pair line for " RP-FeedName
            " does not name a feed, producer and consumer - skipped"
        add 1 to PairLinesUnusable
        go to 1200-Exit
    end-if
    if NumberOfPairs equal to 20
        display "RunControlBalancing: more than 20 pairs on"
            " RunControlPairs.dat - " RP-FeedName " skipped"
        add 1 to PairLinesUnusable
        go to 1200-Exit
    end-if

    add 1 to NumberOfPairs
    move RP-FeedName to PA-FeedName(NumberOfPairs)
    move RP-Producer to PA-Producer(NumberOfPairs)
    move RP-Consumer to PA-Consumer(NumberOfPairs)
    move zero to PA-OutFound(NumberOfPairs)
    move zero to PA-OutRecords(NumberOfPairs)
    move zero to PA-OutHash(NumberOfPairs)
    move zero to PA-InFound(NumberOfPairs)
    move zero to PA-InRecords(NumberOfPairs)
    move zero to PA-InHash(NumberOfPairs).
1200-Exit.
    exit.

*> The file is only ever appended to, so reading it front to back
*> meets each producer's lines in the order they were written: a
*> later OUT line replaces the earlier one and clears whatever IN
*> line had been tied to it, and only the first IN line after the
*> latest OUT counts.
2000-ScanRunControl.
    open input RunControl
    if RunControlNotFound
        go to 2000-Exit
    end-if

    perform 2100-ReadControlLine thru 2100-Exit
    perform with test after until EndOfRunControl
        if not EndOfRunControl
            add 1 to ControlLinesRead
            perform 2200-MatchControlLine thru 2200-Exit
            perform 2100-ReadControlLine thru 2100-Exit
        end-if
    end-perform
    close RunControl.
2000-Exit.
    exit.

2100-ReadControlLine.
    read RunControl
        at end set EndOfRunControl to true
    end-read.
2100-Exit.
    exit.

2200-MatchControlLine.
    perform varying PairIdx from 1 by 1
            until PairIdx is greater than NumberOfPairs
        if CT-FileName equal to PA-FeedName(PairIdx)
            evaluate true
                when ControlIsForOutput
                        and CT-ProgramName equal to PA-Producer(PairIdx)
                    move 1 to PA-OutFound(PairIdx)
                    move CT-RunDate to PA-OutDate(PairIdx)
                    move CT-RunTime to PA-OutTime(PairIdx)
                    move CT-RecordsOut to PA-OutRecords(PairIdx)
                    move CT-HashTotal to PA-OutHash(PairIdx)
                    move zero to PA-InFound(PairIdx)
                when ControlIsForInput
                        and CT-ProgramName equal to PA-Consumer(PairIdx)
                        and FeedWasWritten(PairIdx)
                        and not FeedWasRead(PairIdx)
                    move 1 to PA-InFound(PairIdx)
                    move CT-RunDate to PA-InDate(PairIdx)
                    move CT-RunTime to PA-InTime(PairIdx)
                    move CT-RecordsIn to PA-InRecords(PairIdx)
                    move CT-HashTotal to PA-InHash(PairIdx)
                when other
                    continue
            end-evaluate
        end-if
    end-perform.
2200-Exit.
    exit.

3000-BalancePairs.
    perform varying PairIdx from 1 by 1
            until PairIdx is greater than NumberOfPairs
        perform 3100-BalanceOnePair thru 3100-Exit
    end-perform.
3000-Exit.
    exit.

*> A producer that wrote nothing leaves nothing to pick up, so an
*> empty feed ties whether or not its consumer has run since.
3100-BalanceOnePair.
    evaluate true
        when not FeedWasWritten(PairIdx)
            add 1 to FeedsNotWritten
            move "no feed written" to PairStatusText
        when not FeedWasRead(PairIdx)
                and PA-OutRecords(PairIdx) equal to zero
            add 1 to FeedsInBalance
            move "empty feed, nothing to read" to PairStatusText
        when not FeedWasRead(PairIdx)
            add 1 to FeedsAwaitingPickup
            move "AWAITING PICKUP" to PairStatusText
        when PA-InRecords(PairIdx) not equal to PA-OutRecords(PairIdx)
            add 1 to FeedsOutOfBalance
            move "OUT OF BALANCE - COUNTS" to PairStatusText
        when PA-InHash(PairIdx) not equal to PA-OutHash(PairIdx)
            add 1 to FeedsOutOfBalance
            move "OUT OF BALANCE - HASH TOTALS" to PairStatusText
        when other
            add 1 to FeedsInBalance
            move "in balance" to PairStatusText
    end-evaluate

    move spaces to ReportLine
    move PA-FeedName(PairIdx) to ReportLine(1:30)
    move PA-Producer(PairIdx) to ReportLine(32:30)
    if FeedWasWritten(PairIdx)
        move PA-OutDate(PairIdx) to ReportLine(63:8)
        move PA-OutTime(PairIdx) to ReportLine(72:6)
        move PA-OutRecords(PairIdx) to RecordsEdited
        move RecordsEdited to ReportLine(80:7)
        move PA-OutHash(PairIdx) to HashEdited
        move HashEdited to ReportLine(88:15)
    end-if
    move PairStatusText to ReportLine(105:28)
    write ReportLine

    move spaces to ReportLine
    move PA-Consumer(PairIdx) to ReportLine(32:30)
    if FeedWasRead(PairIdx)
        move PA-InDate(PairIdx) to ReportLine(63:8)
        move PA-InTime(PairIdx) to ReportLine(72:6)
        move PA-InRecords(PairIdx) to RecordsEdited
        move RecordsEdited to ReportLine(80:7)
        move PA-InHash(PairIdx) to HashEdited
        move HashEdited to ReportLine(88:15)
    else
        move "not read since" to ReportLine(63:14)
    end-if
    write ReportLine

    display "RunControlBalancing: " function trim(PA-FeedName(PairIdx))
        " " function trim(PairStatusText).
3100-Exit.
    exit.

8000-SetReturnCode.
    display "RunControlBalancing: " NumberOfPairs " feed(s), "
        FeedsInBalance " in balance, " FeedsOutOfBalance
        " out of balance, " FeedsAwaitingPickup " awaiting pickup, "
        FeedsNotWritten " not written"
    evaluate true
        when FeedsOutOfBalance is greater than zero
            set BatchCompletedWithErrors to true
        when FeedsAwaitingPickup is greater than zero
                or PairLinesUnusable is greater than zero
            set BatchCompletedWithWarnings to true
        when other
            set BatchCompletedNormally to true
    end-evaluate.
8000-Exit.
    exit.

9000-Terminate.
    close BalancingReport.
9000-Exit.
    exit.

end program RunControlBalancing.
