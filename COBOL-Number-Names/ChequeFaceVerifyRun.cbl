identification division.
program-id. ChequeFaceVerifyRun.

*> Post-print verification of the cheque faces, run after
*> ChequePrintRun and before the envelopes are stuffed. The print run
*> checks the words it meant to print; this reads back the words that
*> actually reached ChequePrintFile.dat. For every face of the latest
*> print run (everything after its "Cheque print run" heading) the
*> amount-in-words line is read back into a number and a currency
*> through WordsToAmount and compared with the boxed numeral on the
*> same face, and both with the register entry for that serial and
*> payee. A face whose words cannot be read (a truncated line, a
*> stray word), whose three amounts or currencies disagree, whose
*> serial is not live on the register, or whose asterisk guard does
*> not run to the edge, goes on MailingHolds.dat - the pull list the
*> mailroom works from - and such a cheque is then cancelled and
*> reprinted through SpoiledFormRun. Every face, good or held, is
*> listed on ChequeFaceVerifyReport.dat.

environment division.
configuration section.
    repository.
        function all intrinsic
        function WordsToAmount.

input-output section.
file-control.
    select ChequePrintFile assign to "ChequePrintFile.dat"
        organization is line sequential
        file status is ChequePrintFileStatus.
    select ChequeRegister assign to "ChequeRegister.dat"
        organization is line sequential
        file status is ChequeRegisterStatus.
    select VerifyReport assign to "ChequeFaceVerifyReport.dat"
        organization is line sequential.
    select MailingHolds assign to "MailingHolds.dat"
        organization is line sequential.

data division.
file section.
    fd ChequePrintFile.
        01 PrintFileLine pic x(132).

    fd ChequeRegister.
        copy ChequeRegisterRecord.

    fd VerifyReport.
        01 ReportLine pic x(132).

    fd MailingHolds.
        01 MailingHoldRecord.
            02 MH-AccountCode  pic x(3).
            02 filler          pic x.
            02 MH-ChequeNumber pic 9(6).
            02 filler          pic x.
            02 MH-Payee        pic x(20).
            02 filler          pic x.
            02 MH-Numeral      pic x(19).
            02 filler          pic x.
            02 MH-RunDate      pic 9(8).
            02 filler          pic x.
            02 MH-HoldReason   pic x(24).

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
            03 RG-AccountCode  pic x(3).
            03 RG-CurrencyCode pic x(3).
    01 NumberOfRegisterEntries pic 999 value zero.
    01 RegisterOverflowed pic 9 value zero usage binary.
    01 FoundRegisterIndex pic 999 value zero.

    01 ChequePrintFileStatus pic xx value spaces.
        88 ChequePrintFileNotFound value "35".
        88 EndOfChequePrintFile value "10".
    01 ChequeRegisterStatus pic xx value spaces.
        88 ChequeRegisterNotFound value "35".
        88 EndOfChequeRegister value "10".

    01 HomeCurrencyCode pic x(3) value "USD".
    01 DefaultAccountCode pic x(3) value "OPR".

*> Only the latest print run is verified: the file is appended to run
*> after run, and faces already mailed are not pulled back.
    01 PrintLineNumber pic 9(6) value zero.
    01 LatestRunHeaderLine pic 9(6) value zero.
    01 PrintRunDate pic 9(8) value zero.
    01 HeaderRunDate pic 9(8) value zero.

    01 FaceDateLine   pic x(132) value spaces.
    01 FacePayeeLine  pic x(132) value spaces.
    01 FaceWordsLine  pic x(132) value spaces.
    01 FaceChequeNumber pic 9(6) value zero.
    01 FacePayee      pic x(20) value spaces.
    01 FaceNumeral    pic x(19) value spaces.
    01 FaceWords      pic x(255) value spaces.
    01 NumeralCurrency pic x(3) value spaces.
    01 NumeralDigits  pic x(19) value spaces.
    01 NumeralAmount  pic s9(10)v99 value zero.
    01 RegisterAmount pic s9(10)v99 value zero.
    01 RegisterCurrency pic x(3) value spaces.

    copy WordsToAmountResult.

*> Currency families as WordsToAmount reports them: the unit names
*> on the face only distinguish pounds, euros and francs from the
*> dollar currencies.
    01 CurrencyToClassify pic x(3) value spaces.
    01 CurrencyFamily pic x(3) value spaces.
    01 NumeralFamily pic x(3) value spaces.

    01 HoldReason pic x(24) value spaces.
    01 WordsAmountEdited pic +(10)9.99 value zero.

    01 FacesVerified pic 9(4) value zero.
    01 FacesHeld pic 9(4) value zero.

    copy BatchReturnCode.

procedure division.

0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    if BatchCompletedWithErrors
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 2000-VerifyPrintRun thru 2000-Exit
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
    move BatchReturnCode to return-code
    stop run.

1000-Initialize.
    perform 1100-LoadRegister thru 1100-Exit
    if NumberOfRegisterEntries equal to zero
        display "ChequeFaceVerifyRun: no cheque register on file"
        set BatchCompletedWithErrors to true
        go to 1000-Exit
    end-if
    if RegisterOverflowed equal to 1
        display "ChequeFaceVerifyRun: register exceeds the 500-entry work"
            " table - faces cannot all be matched, run abandoned"
        set BatchCompletedWithErrors to true
        go to 1000-Exit
    end-if

    perform 1200-FindLatestPrintRun thru 1200-Exit
    if LatestRunHeaderLine equal to zero
        display "ChequeFaceVerifyRun: no cheque print run on"
            " ChequePrintFile.dat"
        set BatchCompletedWithErrors to true
        go to 1000-Exit
    end-if

    open output VerifyReport
    open output MailingHolds
    move spaces to ReportLine
    string
        "Cheque face verification - print run " delimited by size
        PrintRunDate delimited by size
        into ReportLine
    end-string
    write ReportLine
    move "Cheque  Payee                Numeral             Words read as      Disposition"
        to ReportLine
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
            move CR-AccountCode to RG-AccountCode(NumberOfRegisterEntries)
            move CR-CurrencyCode to RG-CurrencyCode(NumberOfRegisterEntries)
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

*> First pass: note where the last print run's heading sits and the
*> run date it carries - the faces are matched to register entries
*> written on that date.
1200-FindLatestPrintRun.
    open input ChequePrintFile
    if ChequePrintFileNotFound
        go to 1200-Exit
    end-if
    move zero to PrintLineNumber
    perform 1250-ReadPrintLine thru 1250-Exit
    perform until EndOfChequePrintFile
        if PrintFileLine(1:17) equal to "Cheque print run "
                and PrintFileLine(18:8) is numeric
            move PrintLineNumber to LatestRunHeaderLine
            move PrintFileLine(18:8) to HeaderRunDate
            move HeaderRunDate to PrintRunDate
        end-if
        perform 1250-ReadPrintLine thru 1250-Exit
    end-perform
    close ChequePrintFile.
1200-Exit.
    exit.

1250-ReadPrintLine.
    read ChequePrintFile
        at end set EndOfChequePrintFile to true
        not at end add 1 to PrintLineNumber
    end-read.
1250-Exit.
    exit.

*> Second pass: from the heading on, each "Cheque nnnnnn" line opens
*> a three-line face - date line, payee line with the boxed numeral,
*> asterisk-filled words line. Transfer advices and remittance lines
*> in between are passed over.
2000-VerifyPrintRun.
    move spaces to ChequePrintFileStatus
    move zero to PrintLineNumber
    open input ChequePrintFile
    perform 1250-ReadPrintLine thru 1250-Exit
    perform until EndOfChequePrintFile
        if PrintLineNumber is greater than LatestRunHeaderLine
                and PrintFileLine(1:7) equal to "Cheque "
                and PrintFileLine(8:6) is numeric
            move PrintFileLine to FaceDateLine
            move spaces to FacePayeeLine
            move spaces to FaceWordsLine
            perform 1250-ReadPrintLine thru 1250-Exit
            if not EndOfChequePrintFile
                move PrintFileLine to FacePayeeLine
                perform 1250-ReadPrintLine thru 1250-Exit
                if not EndOfChequePrintFile
                    move PrintFileLine to FaceWordsLine
                end-if
            end-if
            perform 2200-VerifyOneFace thru 2200-Exit
        end-if
        if not EndOfChequePrintFile
            perform 1250-ReadPrintLine thru 1250-Exit
        end-if
    end-perform
    close ChequePrintFile.
2000-Exit.
    exit.

2200-VerifyOneFace.
    perform 2250-CheckFace thru 2250-Exit
    perform 2600-WriteFaceResult thru 2600-Exit.
2200-Exit.
    exit.

*> The first disagreement found is the hold reason.
2250-CheckFace.
    move spaces to HoldReason
    move FaceDateLine(8:6) to FaceChequeNumber
    move spaces to FacePayee
    move spaces to FaceNumeral
    move spaces to FaceWords
    move "N" to WA-Status
    move zero to WA-Amount
    move zero to FoundRegisterIndex

    if FacePayeeLine(1:21) not equal to "Pay to the order of  "
            or FacePayeeLine(60:2) not equal to "**"
            or FaceWordsLine(1:3) not equal to "***"
        move "FACE INCOMPLETE" to HoldReason
        go to 2250-Exit
    end-if
    move FacePayeeLine(22:20) to FacePayee
    unstring FacePayeeLine(62:71) delimited by "**"
        into FaceNumeral
    end-unstring
    unstring FaceWordsLine(4:129) delimited by "*"
        into FaceWords
    end-unstring

    move WordsToAmount(FaceWords) to WordsToAmountResult
    if not WordsAreReadable
        move "WORDS UNREADABLE" to HoldReason
        go to 2250-Exit
    end-if

    perform 2300-ReadNumeral thru 2300-Exit
    if HoldReason not equal to spaces
        go to 2250-Exit
    end-if

    if WA-Amount not equal to NumeralAmount
        move "WORDS DISAGREE NUMERAL" to HoldReason
        go to 2250-Exit
    end-if
    move NumeralCurrency to CurrencyToClassify
    perform 2800-ClassifyCurrency thru 2800-Exit
    move CurrencyFamily to NumeralFamily
    if WA-CurrencyFamily not equal to NumeralFamily
        move "WORDS CURRENCY DIFFERS" to HoldReason
        go to 2250-Exit
    end-if

    perform 2400-FindRegisterEntry thru 2400-Exit
    if FoundRegisterIndex equal to zero
        move "NOT ON REGISTER" to HoldReason
        go to 2250-Exit
    end-if
    if RG-Status(FoundRegisterIndex) not equal to "ISSUED"
        move "NOT ISSUED ON REGISTER" to HoldReason
        go to 2250-Exit
    end-if

    compute RegisterAmount = RG-Amount(FoundRegisterIndex)
    if RG-Sign(FoundRegisterIndex) equal to "-"
        compute RegisterAmount = RegisterAmount * -1
    end-if
    move RG-CurrencyCode(FoundRegisterIndex) to RegisterCurrency
    if RegisterCurrency equal to spaces
        move HomeCurrencyCode to RegisterCurrency
    end-if
    if RegisterAmount not equal to NumeralAmount
        move "REGISTER AMOUNT DIFFERS" to HoldReason
        go to 2250-Exit
    end-if
    if RegisterCurrency not equal to NumeralCurrency
        move "REGISTER CURRENCY DIFFERS" to HoldReason
        go to 2250-Exit
    end-if

*> The words line is asterisk-filled to the last column so nothing
*> can be written in after the amount; a line that stops short has
*> lost its guard even if the words themselves read correctly.
    if FaceWordsLine(132:1) not equal to "*"
        move "NO ASTERISK FILL" to HoldReason
    end-if.
2250-Exit.
    exit.

*> The numeral is the sign and amount, prefixed by the currency code
*> and a space when the cheque is drawn in a foreign currency.
2300-ReadNumeral.
    move zero to NumeralAmount
    if FaceNumeral(1:1) equal to "+" or FaceNumeral(1:1) equal to "-"
        move HomeCurrencyCode to NumeralCurrency
        move FaceNumeral to NumeralDigits
    else
        move FaceNumeral(1:3) to NumeralCurrency
        move FaceNumeral(5:15) to NumeralDigits
    end-if
    if NumeralDigits(1:1) not equal to "+" and NumeralDigits(1:1) not equal to "-"
        move "NUMERAL UNREADABLE" to HoldReason
        go to 2300-Exit
    end-if
    if test-numval(NumeralDigits) not equal to zero
        move "NUMERAL UNREADABLE" to HoldReason
        go to 2300-Exit
    end-if
    compute NumeralAmount = numval(NumeralDigits).
2300-Exit.
    exit.

*> Serials run per account, so the same number can be live on two
*> accounts; the payee narrows it, and an entry written on the print
*> run's own date is preferred over an older one.
2400-FindRegisterEntry.
    move zero to FoundRegisterIndex
    perform varying RegisterIdx from 1 by 1
            until RegisterIdx is greater than NumberOfRegisterEntries
        if RG-ChequeNumber(RegisterIdx) equal to FaceChequeNumber
                and RG-Payee(RegisterIdx) equal to FacePayee
            if FoundRegisterIndex equal to zero
                    or RG-RunDate(RegisterIdx) equal to PrintRunDate
                set FoundRegisterIndex to RegisterIdx
            end-if
        end-if
    end-perform.
2400-Exit.
    exit.

2600-WriteFaceResult.
    move spaces to ReportLine
    if WordsAreReadable
        move WA-Amount to WordsAmountEdited
        string
            FaceChequeNumber delimited by size
            "  " delimited by size
            FacePayee delimited by size
            " " delimited by size
            FaceNumeral delimited by size
            " " delimited by size
            WA-CurrencyFamily delimited by size
            " " delimited by size
            function trim(WordsAmountEdited) delimited by size
            into ReportLine
        end-string
    else
        string
            FaceChequeNumber delimited by size
            "  " delimited by size
            FacePayee delimited by size
            " " delimited by size
            FaceNumeral delimited by size
            " (unreadable)" delimited by size
            into ReportLine
        end-string
    end-if

    if HoldReason equal to spaces
        add 1 to FacesVerified
        move "VERIFIED" to ReportLine(69:8)
        write ReportLine
        go to 2600-Exit
    end-if

    add 1 to FacesHeld
    string
        "HELD - " delimited by size
        HoldReason delimited by size
        into ReportLine(69:)
    end-string
    write ReportLine

    move spaces to MailingHoldRecord
    if FoundRegisterIndex equal to zero
        move DefaultAccountCode to MH-AccountCode
    else
        move RG-AccountCode(FoundRegisterIndex) to MH-AccountCode
        if MH-AccountCode equal to spaces
            move DefaultAccountCode to MH-AccountCode
        end-if
    end-if
    move FaceChequeNumber to MH-ChequeNumber
    move FacePayee to MH-Payee
    move FaceNumeral to MH-Numeral
    move PrintRunDate to MH-RunDate
    move HoldReason to MH-HoldReason
    write MailingHoldRecord.
2600-Exit.
    exit.

2800-ClassifyCurrency.
    evaluate CurrencyToClassify
        when "GBP"
        when "EUR"
        when "CHF"
            move CurrencyToClassify to CurrencyFamily
        when other
            move "USD" to CurrencyFamily
    end-evaluate.
2800-Exit.
    exit.

8000-SetReturnCode.
    display "ChequeFaceVerifyRun: faces verified " FacesVerified
        " held from mailing " FacesHeld
    if FacesHeld is greater than zero
        set BatchCompletedWithWarnings to true
    else
        set BatchCompletedNormally to true
    end-if.
8000-Exit.
    exit.

9000-Terminate.
    move spaces to ReportLine
    string
        "Faces verified: " delimited by size
        FacesVerified delimited by size
        "   Held from mailing: " delimited by size
        FacesHeld delimited by size
        into ReportLine
    end-string
    write ReportLine
    close VerifyReport
    close MailingHolds.
9000-Exit.
    exit.

end program ChequeFaceVerifyRun.
