*> normal Disbursements.dat layout for the same payee and amount -
*> it then goes out through ChequePrintRun's usual two-amount
*> reconciliation and picks up the next serial like any other
*> disbursement, carrying the voided serial it replaces so the new
*> register entry is linked to it. A number that isn't on the
*> register, or is already void, is reported and left alone. A
*> reissue is marked V in its feed-source byte so the print run can
*> count what it picked up from this file, and the run's counts and
*> amount hash go on the shared run-control file for
*> RunControlBalancing.

environment division.
configuration section.
        organization is line sequential.
    select VoidReport assign to "ChequeVoidReport.dat"
        organization is line sequential.
    select RunControl assign to "../COBOL-Job-Scheduler/RunControl.dat"
        organization is line sequential
        file status is RunControlStatus.

data division.
file section.
            02 RI-ApproverCode pic x(4).
            02 filler         pic x value space.
            02 RI-AccountCode pic x(3).
            02 filler         pic x value space.
            02 RI-ReplacesCheque pic x(6).
            02 filler         pic x value space.
            02 RI-CurrencyCode pic x(3).
            02 filler         pic x value space.
            02 RI-FeedSource  pic x.
        01 ReissueTrailer redefines ReissueRecord.
            02 RI-TrailerId   pic x(9).
            02 filler         pic x(12).
    fd VoidReport.
        01 ReportLine pic x(100).

    fd RunControl.
        copy RunControlRecord.

working-storage section.
    01 RegisterEntries.
        02 RegisterEntry occurs 1 to 500 times depending on NumberOfRegisterEntries
            03 RG-PaidDate     pic x(8).
            03 RG-InvoiceRefs  pic x(32).
            03 RG-AccountCode  pic x(3).
            03 RG-ReplacesCheque pic x(6).
            03 RG-CurrencyCode pic x(3).
            03 RG-HomeAmount   pic 9(10)v99.
    01 NumberOfRegisterEntries pic 999 value zero.
    01 FoundRegisterIndex pic 999 value zero.

    01 ChequeRegisterStatus pic xx value spaces.
        88 ChequeRegisterNotFound value "35".
        88 EndOfChequeRegister value "10".
    01 RunControlStatus pic xx value spaces.
        88 RunControlNotFound value "35".
    01 CurrentDateFields.
        02 CurrentDateYmd pic 9(8).
        02 CurrentTimeHms pic 9(6).
        02 filler pic x(7).

    01 RegisterOverflowed pic 9 value zero usage binary.
*> Cheque numbers are a per-account series, so a lookup keys on
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
                "  ALREADY VOID" delimited by size
                into ReportLine
            end-string
        when RG-Status(FoundRegisterIndex) equal to "SPOILED"
            add 1 to RequestsUnmatched
            string
                VR-ChequeNumber delimited by size
                "   " delimited by size
                RG-Payee(FoundRegisterIndex) delimited by size
                "  SPOILED FORM - already cancelled" delimited by size
                into ReportLine
            end-string
        when other
            add 1 to ChequesVoided
            move "VOID" to RG-Status(FoundRegisterIndex)
    move RG-Sign(FoundRegisterIndex) to RI-ManualSign
    move RG-Amount(FoundRegisterIndex) to RI-ManualAmount
    move RG-AccountCode(FoundRegisterIndex) to RI-AccountCode
    move RG-ChequeNumber(FoundRegisterIndex) to RI-ReplacesCheque
    move RG-CurrencyCode(FoundRegisterIndex) to RI-CurrencyCode
    move "V" to RI-FeedSource
    write ReissueRecord
    add 1 to ReissueCount
    add RG-Amount(FoundRegisterIndex) to ReissueHashTotal.
        move RG-PaidDate(RegisterIdx) to CR-PaidDate
        move RG-InvoiceRefs(RegisterIdx) to CR-InvoiceRefs
        move RG-AccountCode(RegisterIdx) to CR-AccountCode
        move RG-ReplacesCheque(RegisterIdx) to CR-ReplacesCheque
        move RG-CurrencyCode(RegisterIdx) to CR-CurrencyCode
        move RG-HomeAmount(RegisterIdx) to CR-HomeAmount
        write ChequeRegisterRecord
    end-perform
    close ChequeRegister.
    move ReissueHashTotal to RI-HashTotal
    write ReissueRecord
    close ReissueDisbursements
    close VoidReport
    perform 9100-WriteRunControl thru 9100-Exit.
9000-Exit.
    exit.

*> Void requests in, reissues out, requests that could not be acted
*> on as rejected; a void with no reissue wanted writes nothing. The
*> hash is the reissued amounts, the same total the trailer carries.
9100-WriteRunControl.
    open extend RunControl
    if RunControlNotFound
        open output RunControl
    end-if
    move function current-date to CurrentDateFields
    move spaces to RunControlRecord
    move CurrentDateYmd to CT-RunDate
    move CurrentTimeHms to CT-RunTime
    move "ChequeVoidRun" to CT-ProgramName
    set ControlIsForOutput to true
    move "ReissueDisbursements.dat" to CT-FileName
    compute CT-RecordsIn = ChequesVoided + RequestsUnmatched
    move ReissueCount to CT-RecordsOut
    move RequestsUnmatched to CT-RecordsRejected
    move ReissueHashTotal to CT-HashTotal
    write RunControlRecord
    close RunControl.
9100-Exit.
    exit.

end program ChequeVoidRun.
