*> stays on suspense with its new bad-frame number, and a corrected
*> card with no matching suspense item is refused rather than posted
*> twice. The suspense file is rewritten with whatever is left.
*> A released card keeps the game number it was suspended under
*> (unless the desk keyed a different one) and is marked as a
*> correction repost, so the standings run's duplicate-posting check
*> can tell the game and its route apart from the night's cards.
*> The run's counts and a hash of the released cards' manual totals
*> go on the shared run-control file, where RunControlBalancing ties
*> them to the reposts the next standings run finds on its input.

environment division.
configuration section.
        organization is line sequential.
    select CorrectionReport assign to "CorrectionRunReport.dat"
        organization is line sequential.
    select RunControl assign to "../COBOL-Job-Scheduler/RunControl.dat"
        organization is line sequential
        file status is RunControlStatus.

data division.
file section.
            SC-TeamId by RP-TeamId
            SC-ManualTotal by RP-ManualTotal
            SC-ScoreCard by RP-ScoreCard
            SC-CenterCode by RP-CenterCode
            SC-GameNumber by RP-GameNumber
            SC-PostingSource by RP-PostingSource
            SC-LeagueCode by RP-LeagueCode.

    fd CorrectionReport.
        01 ReportLine pic x(100).

    fd RunControl.
        copy RunControlRecord.

working-storage section.
    01 SuspenseItems.
        02 SuspenseItem occurs 1 to 200 times depending on NumberOfSuspenseItems
            03 SI-ScoreCard    pic x(33).
            03 SI-BadFrame     pic 99.
            03 SI-Reason       pic x(20).
            03 SI-GameNumber   pic x.
            03 SI-LeagueCode   pic x(3).
            03 SI-Resolved     pic 9.
                88 SuspenseItemResolved value 1.
    01 NumberOfSuspenseItems pic 999 value zero.
        88 CorrectedScorecardsNotFound value "35".
    01 SuspenseFileStatus pic xx value spaces.
        88 SuspenseFileNotFound value "35".
    01 RunControlStatus pic xx value spaces.
        88 RunControlNotFound value "35".
    01 CurrentDateFields.
        02 CurrentDateYmd pic 9(8).
        02 CurrentTimeHms pic 9(6).
        02 filler pic x(7).

    01 GameTotal pic 999 value zero.
    copy FrameResults replacing FrameResults by FrameBreakdown.
    01 CardsAccepted    pic 9(5) value zero.
    01 CardsStillInvalid pic 9(5) value zero.
    01 CardsUnmatched   pic 9(5) value zero.
    01 RepostScoreHash  pic 9(12)v99 value zero.

    copy BatchReturnCode.

            move SU-ScoreCard to SI-ScoreCard(NumberOfSuspenseItems)
            move SU-BadFrame to SI-BadFrame(NumberOfSuspenseItems)
            move SU-Reason to SI-Reason(NumberOfSuspenseItems)
            move SU-GameNumber to SI-GameNumber(NumberOfSuspenseItems)
            move SU-LeagueCode to SI-LeagueCode(NumberOfSuspenseItems)
            move zero to SI-Resolved(NumberOfSuspenseItems)
        end-if
        if not EndOfSuspenseFile
    move SC-ManualTotal to RP-ManualTotal
    move SC-ScoreCard to RP-ScoreCard
    move SC-CenterCode to RP-CenterCode
    if SC-GameNumber is numeric and SC-GameNumber is greater than zero
        move SC-GameNumber to RP-GameNumber
    else
        move SI-GameNumber(FoundSuspenseIndex) to RP-GameNumber
    end-if
    move "C" to RP-PostingSource
    if SC-LeagueCode not equal to spaces
        move SC-LeagueCode to RP-LeagueCode
    else
        move SI-LeagueCode(FoundSuspenseIndex) to RP-LeagueCode
    end-if
    write RepostRecord
    if RP-ManualTotal is numeric
        add RP-ManualTotal to RepostScoreHash
    end-if.
2400-Exit.
    exit.

            move SI-ScoreCard(SuspenseIdx) to SU-ScoreCard
            move SI-BadFrame(SuspenseIdx) to SU-BadFrame
            move SI-Reason(SuspenseIdx) to SU-Reason
            move SI-GameNumber(SuspenseIdx) to SU-GameNumber
            move SI-LeagueCode(SuspenseIdx) to SU-LeagueCode
            write SuspenseRecord
        end-if
    end-perform
        close CorrectedScorecards
    end-if
    close RepostScorecards
    close CorrectionReport
    perform 9100-WriteRunControl thru 9100-Exit.
9000-Exit.
    exit.

*> Corrected cards in, cards released for reposting out, cards still
*> invalid or with no suspense item as rejected.
9100-WriteRunControl.
    open extend RunControl
    if RunControlNotFound
        open output RunControl
    end-if
    move function current-date to CurrentDateFields
    move spaces to RunControlRecord
    move CurrentDateYmd to CT-RunDate
    move CurrentTimeHms to CT-RunTime
    move "ScorecardCorrectionRun" to CT-ProgramName
    set ControlIsForOutput to true
    move "RepostScorecards.dat" to CT-FileName
    compute CT-RecordsIn = CardsAccepted + CardsStillInvalid + CardsUnmatched
    move CardsAccepted to CT-RecordsOut
    compute CT-RecordsRejected = CardsStillInvalid + CardsUnmatched
    move RepostScoreHash to CT-HashTotal
    write RunControlRecord
    close RunControl.
9100-Exit.
    exit.

end program ScorecardCorrectionRun.
