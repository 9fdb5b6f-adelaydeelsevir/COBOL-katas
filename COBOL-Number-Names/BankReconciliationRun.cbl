            03 RG-PaidDate     pic x(8).
            03 RG-InvoiceRefs  pic x(32).
            03 RG-AccountCode  pic x(3).
            03 RG-ReplacesCheque pic x(6).
            03 RG-CurrencyCode pic x(3).
            03 RG-HomeAmount   pic 9(10)v99.
    01 NumberOfRegisterEntries pic 999 value zero.
    01 FoundRegisterIndex pic 999 value zero.

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
                into ReportLine
            end-string
            write ReportLine
        when RG-Status(FoundRegisterIndex) equal to "SPOILED"
            add 1 to ItemsExcepted
            move spaces to ReportLine
            string
                "  " delimited by size
                PB-ChequeNumber delimited by size
                "  " delimited by size
                RG-Payee(FoundRegisterIndex) delimited by size
                "  PAID BUT SPOILED ON REGISTER" delimited by size
                into ReportLine
            end-string
            write ReportLine
        when PB-PaidAmount not equal to RG-Amount(FoundRegisterIndex)
            add 1 to ItemsExcepted
            move RG-Amount(FoundRegisterIndex) to AmountEdited
        move RG-PaidDate(RegisterIdx) to CR-PaidDate
        move RG-InvoiceRefs(RegisterIdx) to CR-InvoiceRefs
        move RG-AccountCode(RegisterIdx) to CR-AccountCode
        move RG-ReplacesCheque(RegisterIdx) to CR-ReplacesCheque
        move RG-CurrencyCode(RegisterIdx) to CR-CurrencyCode
        move RG-HomeAmount(RegisterIdx) to CR-HomeAmount
        write ChequeRegisterRecord
    end-perform
    close ChequeRegister.
