identification division.
program-id. PositivePayExceptionRun.

*> Pay-or-return decisions on the bank's positive-pay exceptions.
*> The bank checks presented cheques against the positive-pay
*> extracts ChequePrintRun sends and returns the ones that did not
*> match on PositivePayExceptions.dat, in its usual H/D/T layout;
*> each must be decided before the bank's cutoff or the bank applies
*> its default.
*>
*> Every exception is looked up on ChequeRegister.dat by account and
*> serial and classified - UNKNOWN SERIAL, VOID, SPOILED (a form the
*> print run wrecked and reprinted), ALREADY PAID, STALE
*> (stale or escheated), AMOUNT MISMATCH, PAYEE MISMATCH, or NO
*> DIFFERENCE where the register agrees with what was presented -
*> and PositivePayWorksheet.dat lists them with a suggested decision
*> for the reviewer. Run before the reviewer has keyed anything, the
*> worksheet is all this run produces.
*>
*> The reviewer's decisions come back on PositivePayDecisions.dat -
*> account, serial, P pay or R return, and reviewer code - and on the
*> next run each is applied to its exception, shown on the worksheet,
*> and written to PositivePayResponse.dat in the bank's layout with a
*> return reason drawn from the classification. A void, spoiled or
*> already paid cheque is never paid: a P against one is refused. Every
*> decision, taken or refused, is appended to PositivePayDecisionLog.dat
*> against the register entry it concerns (account, serial, register
*> status), so the trail outlives the bank's file. Exceptions still
*> undecided at the end of the run are warned about.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
file-control.
    select ChequeRegister assign to "ChequeRegister.dat"
        organization is line sequential
        file status is ChequeRegisterStatus.
    select PositivePayExceptions assign to "PositivePayExceptions.dat"
        organization is line sequential
        file status is PositivePayExceptionsStatus.
    select ExceptionDecisions assign to "PositivePayDecisions.dat"
        organization is line sequential
        file status is ExceptionDecisionsStatus.
    select ExceptionWorksheet assign to "PositivePayWorksheet.dat"
        organization is line sequential.
    select PositivePayResponse assign to "PositivePayResponse.dat"
        organization is line sequential.
    select DecisionLog assign to "PositivePayDecisionLog.dat"
        organization is line sequential
        file status is DecisionLogStatus.

data division.
file section.
    fd ChequeRegister.
        copy ChequeRegisterRecord.

*> The bank's exceptions file: an "H" header with the presentment
*> date, a "D" detail per presented item it could not match and a
*> "T" trailer with the count.
    fd PositivePayExceptions.
        01 PositivePayExceptionRecord pic x(70).
        01 ExceptionHeader redefines PositivePayExceptionRecord.
            02 PE-HeaderId   pic x.
            02 PE-HeaderDate pic 9(8).
            02 filler        pic x(61).
        01 ExceptionDetail redefines PositivePayExceptionRecord.
            02 PE-DetailId      pic x.
                88 ExceptionIsDetail value "D".
            02 PE-AccountCode   pic x(3).
            02 PE-ChequeNumber  pic 9(6).
            02 PE-Payee         pic x(20).
            02 PE-Sign          pic x.
            02 PE-Amount        pic 9(10)v99.
            02 PE-PresentedDate pic 9(8).
            02 PE-BankReason    pic x(2).
            02 filler           pic x(17).

    fd ExceptionDecisions.
        01 ExceptionDecisionRecord.
            02 ED-AccountCode  pic x(3).
            02 filler          pic x.
            02 ED-ChequeNumber pic 9(6).
            02 filler          pic x.
            02 ED-Decision     pic x.
                88 DecisionIsPay    value "P".
                88 DecisionIsReturn value "R".
            02 filler          pic x.
            02 ED-ReviewerCode pic x(4).

    fd ExceptionWorksheet.
        01 WorksheetLine pic x(132).

*> The response in the bank's layout: "H" header with the run date,
*> a "D" decision per exception (P pay or R return, with the return
*> reason) and a "T" trailer with the count and the paid and returned
*> totals.
    fd PositivePayResponse.
        01 PositivePayResponseRecord pic x(60).
        01 ResponseHeader redefines PositivePayResponseRecord.
            02 PR-HeaderId   pic x.
            02 PR-HeaderDate pic 9(8).
            02 filler        pic x(51).
        01 ResponseDetail redefines PositivePayResponseRecord.
            02 PR-DetailId     pic x.
            02 PR-AccountCode  pic x(3).
            02 PR-ChequeNumber pic 9(6).
            02 PR-Sign         pic x.
            02 PR-Amount       pic 9(10)v99.
            02 PR-Decision     pic x.
            02 PR-ReturnReason pic x(2).
            02 filler          pic x(34).
        01 ResponseTrailer redefines PositivePayResponseRecord.
            02 PR-TrailerId     pic x.
            02 PR-RecordCount   pic 9(6).
            02 PR-PaidTotal     pic 9(12)v99.
            02 PR-ReturnedTotal pic 9(12)v99.
            02 filler           pic x(25).

    fd DecisionLog.
        01 DecisionLogLine pic x(160).

working-storage section.
    01 RegisterEntries.
        02 RegisterEntry occurs 1 to 500 times depending on NumberOfRegisterEntries
                indexed by RegisterIdx.
            03 RG-ChequeNumber pic 9(6).
            03 RG-Payee        pic x(20).
            03 RG-Sign         pic x.
            03 RG-Amount       pic 9(10)v99.
            03 RG-Status       pic x(8).
            03 RG-AccountCode  pic x(3).
    01 NumberOfRegisterEntries pic 999 value zero.

    01 ExceptionItems.
        02 ExceptionItem occurs 1 to 200 times depending on NumberOfExceptions
                indexed by ExceptionIdx.
            03 EX-AccountCode   pic x(3).
            03 EX-ChequeNumber  pic 9(6).
            03 EX-Payee         pic x(20).
            03 EX-Sign          pic x.
            03 EX-Amount        pic 9(10)v99.
            03 EX-PresentedDate pic 9(8).
            03 EX-BankReason    pic x(2).
            03 EX-RegisterIndex pic 999.
            03 EX-Class         pic x(16).
            03 EX-ReturnReason  pic x(2).
            03 EX-Suggested     pic x(6).
            03 EX-Decision      pic x.
                88 ExceptionUndecided value space.
                88 ExceptionPaid      value "P".
                88 ExceptionReturned  value "R".
            03 EX-ReviewerCode  pic x(4).
    01 NumberOfExceptions pic 999 value zero.
    01 FoundExceptionIndex pic 999 value zero.

    01 ChequeRegisterStatus pic xx value spaces.
        88 ChequeRegisterNotFound value "35".
        88 EndOfChequeRegister value "10".
    01 PositivePayExceptionsStatus pic xx value spaces.
        88 PositivePayExceptionsNotFound value "35".
        88 EndOfPositivePayExceptions value "10".
    01 ExceptionDecisionsStatus pic xx value spaces.
        88 ExceptionDecisionsNotFound value "35".
        88 EndOfExceptionDecisions value "10".
    01 DecisionLogStatus pic xx value spaces.
        88 DecisionLogNotFound value "35".

    01 RunDate pic 9(8) value zero.
    01 CurrentDateFields.
        02 CurrentDateYmd pic 9(8).
        02 filler pic x(13).
    01 PresentmentDate pic 9(8) value zero.
    01 DecisionAccount pic x(3) value spaces.
    01 DefaultAccountCode pic x(3) value "OPR".
    01 RefuseReason pic x(50) value spaces.
    01 LogDisposition pic x(60) value spaces.
    01 LogRegisterStatus pic x(8) value spaces.
    01 WorksheetDecision pic x(12) value spaces.
    01 AmountEdited pic z,zzz,zzz,zz9.99.
    01 RegisterAmountEdited pic z,zzz,zzz,zz9.99.
    01 RegisterAmountText pic x(16) value spaces.

    01 RegisterOverflowed pic 9 value zero usage binary.
    01 ExceptionsOverflowed pic 9 value zero usage binary.
    01 DecisionsTaken pic 9 value zero usage binary.
    01 ItemsPaid pic 9(4) value zero.
    01 ItemsReturned pic 9(4) value zero.
    01 ItemsUndecided pic 9(4) value zero.
    01 DecisionsRefused pic 9(4) value zero.
    01 ResponseCount pic 9(6) value zero.
    01 PaidTotal pic 9(12)v99 value zero.
    01 ReturnedTotal pic 9(12)v99 value zero.

    copy BatchReturnCode.

procedure division.

0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    if RegisterOverflowed equal to 1 or ExceptionsOverflowed equal to 1
        display "PositivePayExceptionRun: register or exceptions file"
            " exceeds its work table - no worksheet or response written"
        set BatchCompletedWithErrors to true
        perform 8000-SetReturnCode thru 8000-Exit
        perform 9000-Terminate thru 9000-Exit
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 2000-ClassifyExceptions thru 2000-Exit
    perform 3000-ApplyDecisions thru 3000-Exit
    perform 4000-WriteWorksheet thru 4000-Exit
    if DecisionsTaken equal to 1
        perform 5000-WriteResponse thru 5000-Exit
    end-if
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
    move BatchReturnCode to return-code
    stop run.

1000-Initialize.
    move function current-date to CurrentDateFields
    move CurrentDateYmd to RunDate
    perform 1100-LoadRegister thru 1100-Exit
    perform 1200-LoadExceptions thru 1200-Exit
    open extend DecisionLog
    if DecisionLogNotFound
        open output DecisionLog
    end-if.
1000-Exit.
    exit.

1100-LoadRegister.
    open input ChequeRegister
    if ChequeRegisterNotFound
        go to 1100-Exit
    end-if

    perform 1150-ReadRegisterEntry thru 1150-Exit
    perform with test after until EndOfChequeRegister
        if not EndOfChequeRegister and NumberOfRegisterEntries equal to 500
            move 1 to RegisterOverflowed
        end-if
        if not EndOfChequeRegister and NumberOfRegisterEntries is less than 500
            add 1 to NumberOfRegisterEntries
            move CR-ChequeNumber to RG-ChequeNumber(NumberOfRegisterEntries)
            move CR-Payee to RG-Payee(NumberOfRegisterEntries)
            move CR-Sign to RG-Sign(NumberOfRegisterEntries)
            move CR-Amount to RG-Amount(NumberOfRegisterEntries)
            move CR-Status to RG-Status(NumberOfRegisterEntries)
            move CR-AccountCode to RG-AccountCode(NumberOfRegisterEntries)
            if CR-AccountCode equal to spaces
                move DefaultAccountCode to RG-AccountCode(NumberOfRegisterEntries)
            end-if
        end-if
        if not EndOfChequeRegister
            perform 1150-ReadRegisterEntry thru 1150-Exit
        end-if
    end-perform
    close ChequeRegister.
1100-Exit.
    exit.

1150-ReadRegisterEntry.
    read ChequeRegister
        at end set EndOfChequeRegister to true
    end-read.
1150-Exit.
    exit.

1200-LoadExceptions.
    open input PositivePayExceptions
    if PositivePayExceptionsNotFound
        display "PositivePayExceptionRun: no exceptions file from the bank"
        go to 1200-Exit
    end-if

    perform with test after until EndOfPositivePayExceptions
        read PositivePayExceptions
            at end set EndOfPositivePayExceptions to true
        end-read
        if not EndOfPositivePayExceptions and PE-HeaderId equal to "H"
            move PE-HeaderDate to PresentmentDate
        end-if
        if not EndOfPositivePayExceptions and ExceptionIsDetail
            if NumberOfExceptions equal to 200
                move 1 to ExceptionsOverflowed
            else
                add 1 to NumberOfExceptions
                move PE-AccountCode to EX-AccountCode(NumberOfExceptions)
                if PE-AccountCode equal to spaces
                    move DefaultAccountCode to EX-AccountCode(NumberOfExceptions)
                end-if
                move PE-ChequeNumber to EX-ChequeNumber(NumberOfExceptions)
                move PE-Payee to EX-Payee(NumberOfExceptions)
                move PE-Sign to EX-Sign(NumberOfExceptions)
                move PE-Amount to EX-Amount(NumberOfExceptions)
                move PE-PresentedDate to EX-PresentedDate(NumberOfExceptions)
                move PE-BankReason to EX-BankReason(NumberOfExceptions)
                move space to EX-Decision(NumberOfExceptions)
                move spaces to EX-ReviewerCode(NumberOfExceptions)
            end-if
        end-if
    end-perform
    close PositivePayExceptions.
1200-Exit.
    exit.

2000-ClassifyExceptions.
    perform varying ExceptionIdx from 1 by 1
            until ExceptionIdx is greater than NumberOfExceptions
        perform 2200-ClassifyOneException thru 2200-Exit
    end-perform.
2000-Exit.
    exit.

*> Status is checked before amount and payee: a void or paid cheque
*> is returned whatever was written on it.
2200-ClassifyOneException.
    move zero to EX-RegisterIndex(ExceptionIdx)
    perform varying RegisterIdx from 1 by 1
            until RegisterIdx is greater than NumberOfRegisterEntries
        if RG-ChequeNumber(RegisterIdx) equal to EX-ChequeNumber(ExceptionIdx)
                and RG-AccountCode(RegisterIdx) equal to EX-AccountCode(ExceptionIdx)
            set EX-RegisterIndex(ExceptionIdx) to RegisterIdx
        end-if
    end-perform

    move "RETURN" to EX-Suggested(ExceptionIdx)
    if EX-RegisterIndex(ExceptionIdx) equal to zero
        move "UNKNOWN SERIAL" to EX-Class(ExceptionIdx)
        move "NI" to EX-ReturnReason(ExceptionIdx)
        go to 2200-Exit
    end-if

    move EX-RegisterIndex(ExceptionIdx) to RegisterIdx
    evaluate true
        when RG-Status(RegisterIdx) equal to "VOID"
            move "VOID" to EX-Class(ExceptionIdx)
            move "VD" to EX-ReturnReason(ExceptionIdx)
        when RG-Status(RegisterIdx) equal to "SPOILED"
            move "SPOILED" to EX-Class(ExceptionIdx)
            move "SP" to EX-ReturnReason(ExceptionIdx)
        when RG-Status(RegisterIdx) equal to "PAID"
            move "ALREADY PAID" to EX-Class(ExceptionIdx)
            move "DP" to EX-ReturnReason(ExceptionIdx)
        when RG-Status(RegisterIdx) equal to "STALE"
                or RG-Status(RegisterIdx) equal to "ESCHEAT"
            move "STALE" to EX-Class(ExceptionIdx)
            move "SD" to EX-ReturnReason(ExceptionIdx)
        when RG-Amount(RegisterIdx) not equal to EX-Amount(ExceptionIdx)
                or RG-Sign(RegisterIdx) not equal to EX-Sign(ExceptionIdx)
            move "AMOUNT MISMATCH" to EX-Class(ExceptionIdx)
            move "AM" to EX-ReturnReason(ExceptionIdx)
        when RG-Payee(RegisterIdx) not equal to EX-Payee(ExceptionIdx)
            move "PAYEE MISMATCH" to EX-Class(ExceptionIdx)
            move "PN" to EX-ReturnReason(ExceptionIdx)
            move "REVIEW" to EX-Suggested(ExceptionIdx)
        when other
            move "NO DIFFERENCE" to EX-Class(ExceptionIdx)
            move "RV" to EX-ReturnReason(ExceptionIdx)
            move "PAY" to EX-Suggested(ExceptionIdx)
    end-evaluate.
2200-Exit.
    exit.

3000-ApplyDecisions.
    open input ExceptionDecisions
    if ExceptionDecisionsNotFound
        go to 3000-Exit
    end-if
    move 1 to DecisionsTaken

    perform with test after until EndOfExceptionDecisions
        read ExceptionDecisions
            at end set EndOfExceptionDecisions to true
        end-read
        if not EndOfExceptionDecisions
            perform 3200-ApplyOneDecision thru 3200-Exit
        end-if
    end-perform
    close ExceptionDecisions.
3000-Exit.
    exit.

3200-ApplyOneDecision.
    move spaces to RefuseReason
    move ED-AccountCode to DecisionAccount
    if DecisionAccount equal to spaces
        move DefaultAccountCode to DecisionAccount
    end-if

    move zero to FoundExceptionIndex
    perform varying ExceptionIdx from 1 by 1
            until ExceptionIdx is greater than NumberOfExceptions
        if EX-ChequeNumber(ExceptionIdx) equal to ED-ChequeNumber
                and EX-AccountCode(ExceptionIdx) equal to DecisionAccount
            set FoundExceptionIndex to ExceptionIdx
        end-if
    end-perform

    evaluate true
        when FoundExceptionIndex equal to zero
            move "no exception from the bank for this cheque" to RefuseReason
        when not ExceptionUndecided(FoundExceptionIndex)
            move "exception already decided" to RefuseReason
        when not DecisionIsPay and not DecisionIsReturn
            move "decision must be P or R" to RefuseReason
        when ED-ReviewerCode equal to spaces
            move "reviewer code missing" to RefuseReason
        when DecisionIsPay
                and (EX-Class(FoundExceptionIndex) equal to "VOID"
                  or EX-Class(FoundExceptionIndex) equal to "SPOILED"
                  or EX-Class(FoundExceptionIndex) equal to "ALREADY PAID")
            move "a void, spoiled or paid cheque cannot be paid" to RefuseReason
    end-evaluate

    if RefuseReason not equal to spaces
        add 1 to DecisionsRefused
        move spaces to LogDisposition
        string
            "REFUSED - " delimited by size
            function trim(RefuseReason) delimited by size
            into LogDisposition
        end-string
        perform 3500-LogDecision thru 3500-Exit
        go to 3200-Exit
    end-if

    move ED-Decision to EX-Decision(FoundExceptionIndex)
    move ED-ReviewerCode to EX-ReviewerCode(FoundExceptionIndex)
    move spaces to LogDisposition
    if DecisionIsPay
        move "PAY" to LogDisposition
    else
        string
            "RETURN reason " delimited by size
            EX-ReturnReason(FoundExceptionIndex) delimited by size
            into LogDisposition
        end-string
    end-if
    perform 3500-LogDecision thru 3500-Exit.
3200-Exit.
    exit.

3500-LogDecision.
    move "NONE" to LogRegisterStatus
    if FoundExceptionIndex is greater than zero
        if EX-RegisterIndex(FoundExceptionIndex) is greater than zero
            move EX-RegisterIndex(FoundExceptionIndex) to RegisterIdx
            move RG-Status(RegisterIdx) to LogRegisterStatus
        end-if
    end-if

    move spaces to DecisionLogLine
    if FoundExceptionIndex equal to zero
        string
            RunDate delimited by size
            " " delimited by size
            DecisionAccount delimited by size
            " " delimited by size
            ED-ChequeNumber delimited by size
            "  reviewer " delimited by size
            ED-ReviewerCode delimited by size
            "  " delimited by size
            function trim(LogDisposition) delimited by size
            into DecisionLogLine
        end-string
    else
        string
            RunDate delimited by size
            " " delimited by size
            DecisionAccount delimited by size
            " " delimited by size
            ED-ChequeNumber delimited by size
            " register " delimited by size
            LogRegisterStatus delimited by size
            " " delimited by size
            EX-Class(FoundExceptionIndex) delimited by size
            " presented " delimited by size
            EX-PresentedDate(FoundExceptionIndex) delimited by size
            "  reviewer " delimited by size
            ED-ReviewerCode delimited by size
            "  " delimited by size
            function trim(LogDisposition) delimited by size
            into DecisionLogLine
        end-string
    end-if
    write DecisionLogLine.
3500-Exit.
    exit.

4000-WriteWorksheet.
    open output ExceptionWorksheet
    move spaces to WorksheetLine
    string
        "Positive-pay exceptions presented " delimited by size
        PresentmentDate delimited by size
        "  worksheet run " delimited by size
        RunDate delimited by size
        into WorksheetLine
    end-string
    write WorksheetLine
    move "Acct  Cheque Payee presented      Presented amount   Register amount"
        to WorksheetLine
    move "Class            Suggest Decision" to WorksheetLine(72:)
    write WorksheetLine

    perform varying ExceptionIdx from 1 by 1
            until ExceptionIdx is greater than NumberOfExceptions
        perform 4200-WriteWorksheetLine thru 4200-Exit
    end-perform

    move spaces to WorksheetLine
    write WorksheetLine
    move spaces to WorksheetLine
    string
        "Exceptions " delimited by size
        NumberOfExceptions delimited by size
        "  pay " delimited by size
        ItemsPaid delimited by size
        "  return " delimited by size
        ItemsReturned delimited by size
        "  undecided " delimited by size
        ItemsUndecided delimited by size
        "  decisions refused " delimited by size
        DecisionsRefused delimited by size
        into WorksheetLine
    end-string
    write WorksheetLine
    close ExceptionWorksheet.
4000-Exit.
    exit.

4200-WriteWorksheetLine.
    move EX-Amount(ExceptionIdx) to AmountEdited
    move spaces to RegisterAmountText
    if EX-RegisterIndex(ExceptionIdx) is greater than zero
        move EX-RegisterIndex(ExceptionIdx) to RegisterIdx
        move RG-Amount(RegisterIdx) to RegisterAmountEdited
        move RegisterAmountEdited to RegisterAmountText
    end-if

    move spaces to WorksheetDecision
    evaluate true
        when ExceptionPaid(ExceptionIdx)
            add 1 to ItemsPaid
            string
                "PAY    " delimited by size
                EX-ReviewerCode(ExceptionIdx) delimited by size
                into WorksheetDecision
            end-string
        when ExceptionReturned(ExceptionIdx)
            add 1 to ItemsReturned
            string
                "RETURN " delimited by size
                EX-ReviewerCode(ExceptionIdx) delimited by size
                into WorksheetDecision
            end-string
        when other
            add 1 to ItemsUndecided
            move "_______" to WorksheetDecision
    end-evaluate

    move spaces to WorksheetLine
    string
        EX-AccountCode(ExceptionIdx) delimited by size
        "  " delimited by size
        EX-ChequeNumber(ExceptionIdx) delimited by size
        " " delimited by size
        EX-Payee(ExceptionIdx) delimited by size
        " " delimited by size
        EX-Sign(ExceptionIdx) delimited by size
        AmountEdited delimited by size
        "  " delimited by size
        RegisterAmountText delimited by size
        "  " delimited by size
        EX-Class(ExceptionIdx) delimited by size
        " " delimited by size
        EX-Suggested(ExceptionIdx) delimited by size
        "  " delimited by size
        WorksheetDecision delimited by size
        into WorksheetLine
    end-string
    write WorksheetLine.
4200-Exit.
    exit.

*> Only decided items go back to the bank; anything undecided is
*> left to the bank's default and flagged by the return code.
5000-WriteResponse.
    open output PositivePayResponse
    move spaces to PositivePayResponseRecord
    move "H" to PR-HeaderId
    move RunDate to PR-HeaderDate
    write PositivePayResponseRecord

    perform varying ExceptionIdx from 1 by 1
            until ExceptionIdx is greater than NumberOfExceptions
        if not ExceptionUndecided(ExceptionIdx)
            move spaces to PositivePayResponseRecord
            move "D" to PR-DetailId
            move EX-AccountCode(ExceptionIdx) to PR-AccountCode
            move EX-ChequeNumber(ExceptionIdx) to PR-ChequeNumber
            move EX-Sign(ExceptionIdx) to PR-Sign
            move EX-Amount(ExceptionIdx) to PR-Amount
            move EX-Decision(ExceptionIdx) to PR-Decision
            if ExceptionReturned(ExceptionIdx)
                move EX-ReturnReason(ExceptionIdx) to PR-ReturnReason
                add EX-Amount(ExceptionIdx) to ReturnedTotal
            else
                add EX-Amount(ExceptionIdx) to PaidTotal
            end-if
            write PositivePayResponseRecord
            add 1 to ResponseCount
        end-if
    end-perform

    move spaces to PositivePayResponseRecord
    move "T" to PR-TrailerId
    move ResponseCount to PR-RecordCount
    move PaidTotal to PR-PaidTotal
    move ReturnedTotal to PR-ReturnedTotal
    write PositivePayResponseRecord
    close PositivePayResponse.
5000-Exit.
    exit.

8000-SetReturnCode.
    display "PositivePayExceptionRun: exceptions " NumberOfExceptions
        " pay " ItemsPaid
        " return " ItemsReturned
        " undecided " ItemsUndecided
        " refused " DecisionsRefused
    if BatchCompletedWithErrors
        go to 8000-Exit
    end-if
    if ItemsUndecided is greater than zero
            or DecisionsRefused is greater than zero
        set BatchCompletedWithWarnings to true
    else
        set BatchCompletedNormally to true
    end-if.
8000-Exit.
    exit.

9000-Terminate.
    close DecisionLog.
9000-Exit.
    exit.

end program PositivePayExceptionRun.
