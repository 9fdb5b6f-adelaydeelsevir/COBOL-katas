identification division.
program-id. SpoiledFormRun.

*> Spoiled-form recovery for cheque serials, for the printer jam that
*> chews a run of forms after the register has already numbered them.
*> SpoilageRequests.dat carries one serial range per line - account,
*> first and last serial, and the approver who signed off the
*> spoilage. Every ISSUED register entry in the range is marked
*> SPOILED (a status of its own, so the treasurer can tell a wrecked
*> form from a deliberate void) and the payment is written to
*> ReprintDisbursements.dat in the normal Disbursements.dat layout,
*> carrying the spoiled serial it replaces; ChequePrintRun then gives
*> it a new serial and puts the link on the new register entry. The
*> spoiled serials are queued on SpoiledSerials.dat so the print
*> run reports them to the bank as cancelled on the account's next
*> positive-pay extract, and the bank returns any that turn up.
*> Entries in the range that are not ISSUED, and serials the register
*> has never seen, are reported and left alone. A reprint is marked S
*> in its feed-source byte so the print run can count what it picked
*> up from this file, and the run's counts and amount hash go on the
*> shared run-control file for RunControlBalancing.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
file-control.
    select SpoilageRequests assign to "SpoilageRequests.dat"
        organization is line sequential
        file status is SpoilageRequestsStatus.
    select ChequeRegister assign to "ChequeRegister.dat"
        organization is line sequential
        file status is ChequeRegisterStatus.
    select ReprintDisbursements assign to "ReprintDisbursements.dat"
        organization is line sequential.
    select SpoiledSerials assign to "SpoiledSerials.dat"
        organization is line sequential
        file status is SpoiledSerialStatus.
    select SpoilageReport assign to "SpoiledFormReport.dat"
        organization is line sequential.
    select RunControl assign to "../COBOL-Job-Scheduler/RunControl.dat"
        organization is line sequential
        file status is RunControlStatus.

data division.
file section.
    fd SpoilageRequests.
        01 SpoilageRequestRecord.
            02 SQ-AccountCode  pic x(3).
            02 filler          pic x.
            02 SQ-FromCheque   pic 9(6).
            02 filler          pic x.
            02 SQ-ToCheque     pic 9(6).
            02 filler          pic x.
            02 SQ-ApproverCode pic x(4).

    fd ChequeRegister.
        copy ChequeRegisterRecord.

    fd ReprintDisbursements.
        01 ReprintRecord.
            02 RP-Payee  pic x(20).
            02 filler   pic x value space.
            02 RP-Sign   pic x.
            02 RP-Amount pic 9(10)v99.
            02 filler         pic x value space.
            02 RP-ManualSign   pic x.
            02 RP-ManualAmount pic 9(10)v99.
            02 filler         pic x value space.
            02 RP-PayMethod   pic x.
            02 filler         pic x value space.
            02 RP-ApproverCode pic x(4).
            02 filler         pic x value space.
            02 RP-AccountCode pic x(3).
            02 filler         pic x value space.
            02 RP-ReplacesCheque pic x(6).
            02 filler         pic x value space.
            02 RP-CurrencyCode pic x(3).
            02 filler         pic x value space.
            02 RP-FeedSource  pic x.
        01 ReprintTrailer redefines ReprintRecord.
            02 RP-TrailerId   pic x(9).
            02 filler         pic x(12).
            02 RP-RecordCount pic 9(6).
            02 filler         pic x.
            02 RP-HashTotal   pic 9(12)v99.

    fd SpoiledSerials.
        copy SpoiledSerialRecord.

    fd SpoilageReport.
        01 ReportLine pic x(100).

    fd RunControl.
        copy RunControlRecord.

working-storage section.
    01 RegisterEntries.
        02 RegisterEntry occurs 1 to 500 times depending on NumberOfRegisterEntries
                indexed by RegisterIdx.
            03 RG-ChequeNumber pic 9(6).
            03 RG-Payee        pic x(20).
            03 RG-Sign         pic x.
            03 RG-Amount       pic 9(10)v99.
            03 RG-RunDate      pic 9(8).
            03 RG-Status       pic x(8).
            03 RG-PaidDate     pic x(8).
            03 RG-InvoiceRefs  pic x(32).
            03 RG-AccountCode  pic x(3).
            03 RG-ReplacesCheque pic x(6).
            03 RG-CurrencyCode pic x(3).
            03 RG-HomeAmount   pic 9(10)v99.
    01 NumberOfRegisterEntries pic 999 value zero.
    01 FoundRegisterIndex pic 999 value zero.

    01 SpoilageRequestsStatus pic xx value spaces.
        88 SpoilageRequestsNotFound value "35".
        88 EndOfSpoilageRequests value "10".
    01 ChequeRegisterStatus pic xx value spaces.
        88 ChequeRegisterNotFound value "35".
        88 EndOfChequeRegister value "10".
    01 SpoiledSerialStatus pic xx value spaces.
        88 SpoiledSerialsNotFound value "35".
    01 RunControlStatus pic xx value spaces.
        88 RunControlNotFound value "35".

    01 RegisterOverflowed pic 9 value zero usage binary.
*> A range wider than this is far more likely a keying slip than a
*> jam, and would cancel live cheques wholesale.
    01 MaximumRangeWidth pic 999 value 100.
    01 RangeWidth pic s9(7) value zero.
    01 RequestedAccount pic x(3) value spaces.
    01 EntryAccount pic x(3) value spaces.
    01 SerialToCheck pic 9(6) value zero.
    01 RunDate pic 9(8) value zero.
    01 CurrentDateFields.
        02 CurrentDateYmd pic 9(8).
        02 CurrentTimeHms pic 9(6).
        02 filler pic x(7).
    01 ReprintCount pic 9(6) value zero.
    01 ReprintHashTotal pic 9(12)v99 value zero.
    01 ChequesSpoiled pic 9(4) value zero.
    01 SerialsRefused pic 9(4) value zero.
    01 RequestsRefused pic 9(4) value zero.

    copy BatchReturnCode.

procedure division.

0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    if BatchCompletedWithErrors
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 2000-ProcessSpoilageRequests thru 2000-Exit
    perform 3000-RewriteRegister thru 3000-Exit
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
    move BatchReturnCode to return-code
    stop run.

1000-Initialize.
    move function current-date to CurrentDateFields
    move CurrentDateYmd to RunDate

    perform 1100-LoadRegister thru 1100-Exit
    if NumberOfRegisterEntries equal to zero
        display "SpoiledFormRun: no cheque register on file"
        set BatchCompletedWithErrors to true
        go to 1000-Exit
    end-if

*> Rewriting the register from a table that could not hold all of
*> it would silently delete every entry past the table limit, so an
*> oversized register stops the run instead.
    if RegisterOverflowed equal to 1
        display "SpoiledFormRun: register exceeds the 500-entry work"
            " table - run abandoned before anything was rewritten"
        set BatchCompletedWithErrors to true
        go to 1000-Exit
    end-if

    open output ReprintDisbursements
    open extend SpoiledSerials
    if SpoiledSerialsNotFound
        open output SpoiledSerials
    end-if
    open output SpoilageReport
    move "Acct Cheque   Payee                 Disposition" to ReportLine
    write ReportLine.
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
            move CR-RunDate to RG-RunDate(NumberOfRegisterEntries)
            move CR-Status to RG-Status(NumberOfRegisterEntries)
            move CR-PaidDate to RG-PaidDate(NumberOfRegisterEntries)
            move CR-InvoiceRefs to RG-InvoiceRefs(NumberOfRegisterEntries)
            move CR-AccountCode to RG-AccountCode(NumberOfRegisterEntries)
            move CR-ReplacesCheque to RG-ReplacesCheque(NumberOfRegisterEntries)
            move CR-CurrencyCode to RG-CurrencyCode(NumberOfRegisterEntries)
            move CR-HomeAmount to RG-HomeAmount(NumberOfRegisterEntries)
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

2000-ProcessSpoilageRequests.
    open input SpoilageRequests
    if SpoilageRequestsNotFound
        display "SpoiledFormRun: no SpoilageRequests.dat on file"
        go to 2000-Exit
    end-if

    perform 2100-ReadSpoilageRequest thru 2100-Exit
    perform with test after until EndOfSpoilageRequests
        if not EndOfSpoilageRequests
            perform 2200-ProcessOneRange thru 2200-Exit
        end-if
        perform 2100-ReadSpoilageRequest thru 2100-Exit
    end-perform
    close SpoilageRequests.
2000-Exit.
    exit.

2100-ReadSpoilageRequest.
    read SpoilageRequests
        at end set EndOfSpoilageRequests to true
    end-read.
2100-Exit.
    exit.

*> Cheque numbers are a per-account series, so the range is matched
*> on account as well as serial; a blank account means the
*> operating account, the same default the print run applies.
2200-ProcessOneRange.
    move SQ-AccountCode to RequestedAccount
    if RequestedAccount equal to spaces
        move "OPR" to RequestedAccount
    end-if

    move zero to RangeWidth
    if SQ-FromCheque is numeric and SQ-ToCheque is numeric
        compute RangeWidth = SQ-ToCheque - SQ-FromCheque + 1
    end-if
    move spaces to ReportLine
    if RangeWidth is less than 1
            or RangeWidth is greater than MaximumRangeWidth
        add 1 to RequestsRefused
        string
            RequestedAccount delimited by size
            "  " delimited by size
            SQ-FromCheque delimited by size
            " to " delimited by size
            SQ-ToCheque delimited by size
            "  REFUSED - bad serial range" delimited by size
            into ReportLine
        end-string
        write ReportLine
        go to 2200-Exit
    end-if

    if SQ-ApproverCode equal to spaces
        add 1 to RequestsRefused
        string
            RequestedAccount delimited by size
            "  " delimited by size
            SQ-FromCheque delimited by size
            " to " delimited by size
            SQ-ToCheque delimited by size
            "  REFUSED - no approver" delimited by size
            into ReportLine
        end-string
        write ReportLine
        go to 2200-Exit
    end-if

    perform varying SerialToCheck from SQ-FromCheque by 1
            until SerialToCheck is greater than SQ-ToCheque
        perform 2300-SpoilOneSerial thru 2300-Exit
    end-perform.
2200-Exit.
    exit.

2300-SpoilOneSerial.
    move zero to FoundRegisterIndex
    perform varying RegisterIdx from 1 by 1
            until RegisterIdx is greater than NumberOfRegisterEntries
        if RG-ChequeNumber(RegisterIdx) equal to SerialToCheck
            move RG-AccountCode(RegisterIdx) to EntryAccount
            if EntryAccount equal to spaces
                move "OPR" to EntryAccount
            end-if
            if EntryAccount equal to RequestedAccount
                set FoundRegisterIndex to RegisterIdx
            end-if
        end-if
    end-perform

    move spaces to ReportLine
    if FoundRegisterIndex equal to zero
        add 1 to SerialsRefused
        string
            RequestedAccount delimited by size
            "  " delimited by size
            SerialToCheck delimited by size
            "                         NOT ON REGISTER" delimited by size
            into ReportLine
        end-string
        write ReportLine
        go to 2300-Exit
    end-if

    if RG-Status(FoundRegisterIndex) not equal to "ISSUED"
        add 1 to SerialsRefused
        string
            RequestedAccount delimited by size
            "  " delimited by size
            SerialToCheck delimited by size
            "   " delimited by size
            RG-Payee(FoundRegisterIndex) delimited by size
            "  NOT SPOILED - register shows " delimited by size
            RG-Status(FoundRegisterIndex) delimited by size
            into ReportLine
        end-string
        write ReportLine
        go to 2300-Exit
    end-if

    add 1 to ChequesSpoiled
    move "SPOILED" to RG-Status(FoundRegisterIndex)
    perform 2400-WriteReprint thru 2400-Exit
    perform 2500-QueueSpoiledSerial thru 2500-Exit
    string
        RequestedAccount delimited by size
        "  " delimited by size
        SerialToCheck delimited by size
        "   " delimited by size
        RG-Payee(FoundRegisterIndex) delimited by size
        "  SPOILED - reprint generated" delimited by size
        into ReportLine
    end-string
    write ReportLine.
2300-Exit.
    exit.

2400-WriteReprint.
    move spaces to ReprintRecord
    move RG-Payee(FoundRegisterIndex) to RP-Payee
    move RG-Sign(FoundRegisterIndex) to RP-Sign
    move RG-Amount(FoundRegisterIndex) to RP-Amount
    move RG-Sign(FoundRegisterIndex) to RP-ManualSign
    move RG-Amount(FoundRegisterIndex) to RP-ManualAmount
    move "C" to RP-PayMethod
    move SQ-ApproverCode to RP-ApproverCode
    move RG-AccountCode(FoundRegisterIndex) to RP-AccountCode
    move RG-ChequeNumber(FoundRegisterIndex) to RP-ReplacesCheque
    move RG-CurrencyCode(FoundRegisterIndex) to RP-CurrencyCode
    move "S" to RP-FeedSource
    write ReprintRecord
    add 1 to ReprintCount
    add RG-Amount(FoundRegisterIndex) to ReprintHashTotal.
2400-Exit.
    exit.

2500-QueueSpoiledSerial.
    move spaces to SpoiledSerialRecord
    move RequestedAccount to SS-AccountCode
    move RG-ChequeNumber(FoundRegisterIndex) to SS-ChequeNumber
    move RG-Payee(FoundRegisterIndex) to SS-Payee
    move RG-Sign(FoundRegisterIndex) to SS-Sign
    move RG-Amount(FoundRegisterIndex) to SS-Amount
    move RunDate to SS-SpoiledDate
    write SpoiledSerialRecord.
2500-Exit.
    exit.

3000-RewriteRegister.
    open output ChequeRegister
    perform varying RegisterIdx from 1 by 1
            until RegisterIdx is greater than NumberOfRegisterEntries
        move spaces to ChequeRegisterRecord
        move RG-ChequeNumber(RegisterIdx) to CR-ChequeNumber
        move RG-Payee(RegisterIdx) to CR-Payee
        move RG-Sign(RegisterIdx) to CR-Sign
        move RG-Amount(RegisterIdx) to CR-Amount
        move RG-RunDate(RegisterIdx) to CR-RunDate
        move RG-Status(RegisterIdx) to CR-Status
        move RG-PaidDate(RegisterIdx) to CR-PaidDate
        move RG-InvoiceRefs(RegisterIdx) to CR-InvoiceRefs
        move RG-AccountCode(RegisterIdx) to CR-AccountCode
        move RG-ReplacesCheque(RegisterIdx) to CR-ReplacesCheque
        move RG-CurrencyCode(RegisterIdx) to CR-CurrencyCode
        move RG-HomeAmount(RegisterIdx) to CR-HomeAmount
        write ChequeRegisterRecord
    end-perform
    close ChequeRegister.
3000-Exit.
    exit.

8000-SetReturnCode.
    display "SpoiledFormRun: spoiled " ChequesSpoiled
        " serials refused " SerialsRefused
        " ranges refused " RequestsRefused
    if SerialsRefused is greater than zero
            or RequestsRefused is greater than zero
        set BatchCompletedWithWarnings to true
    else
        set BatchCompletedNormally to true
    end-if.
8000-Exit.
    exit.

*> The reprint file feeds ChequePrintRun, whose control-total check
*> refuses any input without a trailer.
9000-Terminate.
    move spaces to ReprintRecord
    move "*TRAILER*" to RP-TrailerId
    move ReprintCount to RP-RecordCount
    move ReprintHashTotal to RP-HashTotal
    write ReprintRecord
    close ReprintDisbursements
    close SpoiledSerials
    close SpoilageReport
    perform 9100-WriteRunControl thru 9100-Exit.
9000-Exit.
    exit.

*> Serials spoiled or refused in, reprints out, refused serials as
*> rejected. The hash is the reprinted amounts, the same total the
*> trailer carries.
9100-WriteRunControl.
    open extend RunControl
    if RunControlNotFound
        open output RunControl
    end-if
    move function current-date to CurrentDateFields
    move spaces to RunControlRecord
    move CurrentDateYmd to CT-RunDate
    move CurrentTimeHms to CT-RunTime
    move "SpoiledFormRun" to CT-ProgramName
    set ControlIsForOutput to true
    move "ReprintDisbursements.dat" to CT-FileName
    compute CT-RecordsIn = ChequesSpoiled + SerialsRefused
    move ReprintCount to CT-RecordsOut
    move SerialsRefused to CT-RecordsRejected
    move ReprintHashTotal to CT-HashTotal
    write RunControlRecord
    close RunControl.
9100-Exit.
    exit.

end program SpoiledFormRun.
