*> ISSUED - and the payee goes on the contact list for reissue
*> through ChequeVoidRun. An item that crosses the statutory period
*> is marked ESCHEAT and written to EscheatmentCandidates.dat with
*> the spelled-out amount from AmountInWords - in the currency the
*> cheque was drawn in - ready for the state unclaimed-property
*> filing. The register is rewritten the way
*> ChequeVoidRun rewrites it.

environment division.
configuration section.
    repository.
        function all intrinsic
        function AmountInWords
        function AmountInWordsInCurrency.

input-output section.
file-control.
            03 RG-PaidDate     pic x(8).
            03 RG-InvoiceRefs  pic x(32).
            03 RG-AccountCode  pic x(3).
            03 RG-ReplacesCheque pic x(6).
            03 RG-CurrencyCode pic x(3).
            03 RG-HomeAmount   pic 9(10)v99.
    01 NumberOfRegisterEntries pic 999 value zero.
    01 RegisterOverflowed pic 9 value zero usage binary.

    01 StaleDays pic 9(4) value 180.
    01 EscheatDays pic 9(4) value 1095.
    01 RunDate pic 9(8) value zero.
    01 AsOfDateText pic x(8) value spaces.
    01 CurrentDateFields.
        02 CurrentDateYmd pic 9(8).
        02 filler pic x(13).
1000-Initialize.
    move function current-date to CurrentDateFields
    move CurrentDateYmd to RunDate
*> Under the nightly scheduler a catch-up night runs as of its own
*> date rather than today's.
    accept AsOfDateText from environment "JOB_AS_OF_DATE"
    if AsOfDateText is numeric
        move AsOfDateText to RunDate
    end-if

    open input StaleDatingParms
    if StaleDatingParmsFound
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
    if RG-Sign(RegisterIdx) equal to "-"
        compute SignedAmount = SignedAmount * -1
    end-if
    if RG-CurrencyCode(RegisterIdx) equal to spaces
        move AmountInWords(SignedAmount) to WordsAmount
    else
        move AmountInWordsInCurrency(SignedAmount,
            RG-CurrencyCode(RegisterIdx)) to WordsAmount
    end-if
    move RG-Amount(RegisterIdx) to AmountEdited

    move spaces to CandidateLine
        move RG-PaidDate(RegisterIdx) to CR-PaidDate
        move RG-InvoiceRefs(RegisterIdx) to CR-InvoiceRefs
        move RG-AccountCode(RegisterIdx) to CR-AccountCode
        move RG-ReplacesCheque(RegisterIdx) to CR-ReplacesCheque
        move RG-CurrencyCode(RegisterIdx) to CR-CurrencyCode
        move RG-HomeAmount(RegisterIdx) to CR-HomeAmount
        write ChequeRegisterRecord
    end-perform
    close ChequeRegister.
