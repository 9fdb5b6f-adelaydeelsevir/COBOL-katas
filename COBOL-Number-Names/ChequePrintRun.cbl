*> file once the numeral amount has been reconciled against a
*> separately keyed manual amount - the same two-clerk agreement
*> check a cheque run does before a cheque goes out the door.
*>
*> Overseas payees are paid in their own currency: the disbursement
*> carries a currency code (blank is the home currency), the words
*> are spelled in that currency, and the home-currency equivalent at
*> the latest rate on ExchangeRates.dat not after the run date goes
*> on the register beside the foreign amount. Approval limits and
*> the payee year-to-date totals work in home currency. A foreign
*> payment with no rate on file is held, as is a foreign payment
*> routed to the funds-transfer rail, which carries home currency
*> only.
*>
*> Items released from the held file, reissues of voided cheques and
*> reprints of spoiled forms come back through this run marked with
*> their feed source. The validation pass counts and hashes them, and
*> at the end the run writes its run-control lines - the whole input,
*> and what it found of each feed - for RunControlBalancing to tie to
*> what the feeding runs wrote.

environment division.
configuration section.
    repository.
        function all intrinsic
        function AmountInWordsInCurrency
        function NextBusinessDay.

input-output section.
    select ApproverCodes assign to "ApproverCodes.dat"
        organization is line sequential
        file status is ApproverCodesStatus.
    select ExchangeRates assign to "ExchangeRates.dat"
        organization is line sequential
        file status is ExchangeRatesStatus.
    select SpoiledSerials assign to "SpoiledSerials.dat"
        organization is line sequential
        file status is SpoiledSerialStatus.
    select PrintRunCheckpoint assign to "ChequePrintCheckpoint.dat"
        organization is line sequential
        file status is CheckpointFileStatus.
    select RunControl assign to "../COBOL-Job-Scheduler/RunControl.dat"
        organization is line sequential
        file status is RunControlStatus.

data division.
file section.
            02 D-ApproverCode pic x(4) value spaces.
            02 filler         pic x value space.
            02 D-AccountCode  pic x(3) value spaces.
            02 filler         pic x value space.
            02 D-ReplacesCheque pic x(6) value spaces.
            02 filler         pic x value space.
            02 D-CurrencyCode pic x(3) value spaces.
            02 filler         pic x value space.
            02 D-FeedSource   pic x value space.
                88 FedFromHeldRelease value "R".
                88 FedFromChequeVoid  value "V".
                88 FedFromSpoiledForm value "S".

*> Accounts payable closes the file with a control trailer carrying
*> the detail record count and an amount hash total, so a truncated
            02 filler         pic x(10).

    fd ChequeRegister.
        01 RegisterFileLine pic x(129).

*> Fixed-format positive-pay file in the bank's layout: an "H"
*> header with the issue date, a "D" detail per released cheque
*> (number, payee, amount, issue date) and a "T" trailer carrying
*> the record count and amount total the bank balances against.
*> A spoiled serial goes out as a detail with issue code "V" so the
*> bank returns the form if it is ever presented; it counts in the
*> record count but not in the amount total.
    fd PositivePayExtract.
        01 PositivePayRecord pic x(60).
        01 PositivePayHeader redefines PositivePayRecord.
            02 PP-Sign         pic x.
            02 PP-Amount       pic 9(10)v99.
            02 PP-IssueDate    pic 9(8).
            02 PP-IssueCode    pic x.
                88 IssueIsCancelled value "V".
            02 filler          pic x(11).
        01 PositivePayTrailer redefines PositivePayRecord.
            02 PP-TrailerId    pic x.
            02 PP-RecordCount  pic 9(6).
            02 filler          pic x(39).

    fd HeldDisbursements.
        01 HeldFileLine pic x(91).

    fd PayeeYearToDate.
        copy PayeeYearToDateRecord.

*> Home-currency units per one unit of the foreign currency, from
*> the date the treasurer's rate takes effect.
    fd ExchangeRates.
        01 ExchangeRateRecord.
            02 XR-CurrencyCode  pic x(3).
            02 filler           pic x.
            02 XR-EffectiveDate pic 9(8).
            02 filler           pic x.
            02 XR-Rate          pic 9(4)v9(6).

    fd SpoiledSerials.
        copy SpoiledSerialRecord.

    fd PrintRunCheckpoint.
        01 CheckpointLine pic x(100).

    fd RunControl.
        copy RunControlRecord.

    fd DuplicateCheckParms.
        01 DuplicateCheckParmRecord.
            02 ParmDuplicateWindowDays pic 9(4).
            02 AC-Level pic 9.

    fd PayeeBankDetails.
        copy PayeeBankDetailRecord.

*> Fixed-format funds-transfer file for the electronic rail, built
*> the same way as the positive-pay file: an "H" header with the
*> run date, a "D" detail per released transfer (payee, routing and
*> account off the bank-details file, amount, value date, and the
*> paying bank account code for GLJournalRun) and a "T" trailer with
*> the count and amount total the bank balances.
    fd FundsTransferExtract.
        01 TransferFileLine pic x(80).

        02 FT-Sign      pic x.
        02 FT-Amount    pic 9(10)v99.
        02 FT-ValueDate pic 9(8).
        02 FT-EntryType pic x.
        02 FT-AccountCode pic x(3).
        02 filler       pic x(13).
    01 FundsTransferTrailer redefines FundsTransferRecord.
        02 FT-TrailerId    pic x.
        02 FT-RecordCount  pic 9(6).
        02 PendingPrintLine pic x(132) occurs 2500 times.
    01 NumberOfPendingPrint pic 9(4) value zero.
    01 PendingRegisterLines.
        02 PendingRegisterLine pic x(129) occurs 200 times.
    01 NumberOfPendingRegister pic 999 value zero.
    01 PendingHeldLines.
        02 PendingHeldLine pic x(91) occurs 200 times.
    01 NumberOfPendingHeld pic 999 value zero.
    01 PendingTransferLines.
        02 PendingTransferLine pic x(80) occurs 200 times.
        02 CP-ExtractDropped pic 999.
    01 CheckpointPendingState.
        02 CP-PaymentPending pic 9.
        02 CP-PendingPayment pic x(63).
        02 CP-PendingInvoiceCount pic 99.

    01 SignedAmount       pic s9(10)v99 value zero.
    01 ManualSignedAmount pic s9(10)v99 value zero.
    01 NumeralEdited      pic z(9)9.99 value zero.
    01 NumeralForPrint    pic x(19) value spaces.
    01 WordsAmount        pic x(255) value spaces.
    01 AmountIsReconciled pic 9 value zero usage binary.
        88 AmountAgrees value 1.
    01 ChequeReleased pic 999 value zero.

    01 HomeCurrencyCode pic x(3) value "USD".
    01 PaymentCurrency pic x(3) value spaces.
    01 HomeAmount pic 9(10)v99 value zero.
    01 HomeSignedAmount pic s9(10)v99 value zero.
    01 ExchangeRatesStatus pic xx value spaces.
        88 ExchangeRatesNotFound value "35".
        88 EndOfExchangeRates value "10".
    01 ExchangeRateTable.
        02 ExchangeRateEntry occurs 1 to 100 times
                depending on NumberOfExchangeRates indexed by RateIdx.
            03 XT-CurrencyCode  pic x(3).
            03 XT-EffectiveDate pic 9(8).
            03 XT-Rate          pic 9(4)v9(6).
    01 NumberOfExchangeRates pic 999 value zero.
    01 FoundRateIndex pic 999 value zero.
    01 ChequeHeld     pic 999 value zero.

*> Cheque serials come off a persistent counter file, the same way
            03 AN-NextNumber  pic 9(6).
            03 AN-Released    pic 9(6).
            03 AN-AmountTotal pic 9(12)v99.
            03 AN-Spoiled     pic 9(6).
    01 NumberOfAccounts pic 99 value zero.
    01 FoundAccountIndex pic 99 value zero.
    01 AccountToFind pic x(3) value spaces.
            03 ED-Account pic x(3).
            03 ED-Line    pic x(60).
    01 NumberOfExtractDetails pic 999 value zero.
    01 SpoiledSerialStatus pic xx value spaces.
        88 SpoiledSerialsNotFound value "35".
        88 EndOfSpoiledSerials value "10".
    01 SpoiledSerialsReported pic 999 value zero.
    01 ExtractDetailsDropped pic 999 value zero.

    01 NextChequeNumberStatus pic xx value spaces.
        88 TrailerWasSeen value 1.
    01 TrailerRecordCount pic 9(6) value zero.
    01 TrailerHashTotal pic 9(12)v99 value zero.
    01 ReleasedFeedCount pic 9(6) value zero.
    01 ReleasedFeedHash pic 9(12)v99 value zero.
    01 ReissueFeedCount pic 9(6) value zero.
    01 ReissueFeedHash pic 9(12)v99 value zero.
    01 ReprintFeedCount pic 9(6) value zero.
    01 ReprintFeedHash pic 9(12)v99 value zero.
    01 RunControlStatus pic xx value spaces.
        88 RunControlNotFound value "35".

*> Year-to-date totals per payee, updated by every run and read by
*> AnnualDisbursementSummary at year end for tax-form preparation.
            03 BK-Payee   pic x(20).
            03 BK-Routing pic x(9).
            03 BK-Account pic x(12).
            03 BK-Status  pic x.
                88 BankDetailIsEligible value space "A".
                88 BankDetailPrenotePending value "P".
                88 BankDetailReturned value "R".
    01 NumberOfBankDetails pic 999 value zero.
    01 FoundBankDetailIndex pic 999 value zero.


*> Recent live register entries, loaded up front so each payment
*> can be checked for a suspected duplicate before anything prints.
*> VOID and SPOILED entries stay out of the table - a reissue after
*> a void or a reprint of a spoiled form is the same payee and
*> amount on purpose.
    01 RecentRegisterEntries.
        02 RecentRegisterEntry occurs 1 to 500 times
                depending on NumberOfRecentEntries indexed by RecentIdx.
    01 RefScan pic x(10) value spaces.
    01 RefHits pic 99 value zero.
    01 ChequesHeldDuplicate pic 999 value zero.
    01 PaymentIsRecurring pic 9 value zero usage binary.
        88 RecurringOccurrence value 1.
    01 RecentTableOverflowed pic 9 value zero usage binary.

    01 PendingPayment.
            88 PayElectronically value "E".
        02 P-ApproverCode pic x(4).
        02 P-AccountCode  pic x(3).
        02 P-ReplacesCheque pic x(6).
        02 P-CurrencyCode pic x(3).
    01 PaymentPending pic 9 value zero usage binary.
        88 PaymentIsPending value 1.

    01 NetEdited pic z(9)9.99 value zero.
    01 InvoiceRefsForRegister pic x(32) value spaces.
    01 RefPointer pic 99 value 1.
    01 AsOfDateText pic x(8) value spaces.
    01 CurrentDateFields.
        02 CurrentDateYmd pic 9(8).
        02 CurrentTimeHms pic 9(6).
        02 filler pic x(7).

    copy BatchReturnCode.

1000-Initialize.
    move function current-date to CurrentDateFields
    move CurrentDateYmd to RunDate
*> Under the nightly scheduler a catch-up night runs as of its own
*> date rather than today's.
    accept AsOfDateText from environment "JOB_AS_OF_DATE"
    if AsOfDateText is numeric
        move AsOfDateText to RunDate
    end-if
    move NextBusinessDay(RunDate) to ChequeDate

    open input DuplicateCheckParms
    perform 1300-LoadPayeeYearToDate thru 1300-Exit
    perform 1400-LoadBankDetails thru 1400-Exit
    perform 1800-LoadApprovalLimits thru 1800-Exit
    perform 1200-LoadExchangeRates thru 1200-Exit
    perform 1900-RestoreCheckpoint thru 1900-Exit
    if not RunIsRestart
        perform 1650-LoadSpoiledSerials thru 1650-Exit
    end-if

*> On a restart the headers are already on the files from the run
*> that abended - its first flush carried them.
                when other
                    add 1 to ControlRecordCount
                    add D-Amount to ControlHashTotal
                    if FedFromHeldRelease
                        add 1 to ReleasedFeedCount
                        add D-Amount to ReleasedFeedHash
                    end-if
                    if FedFromChequeVoid
                        add 1 to ReissueFeedCount
                        add D-Amount to ReissueFeedHash
                    end-if
                    if FedFromSpoiledForm
                        add 1 to ReprintFeedCount
                        add D-Amount to ReprintFeedHash
                    end-if
            end-evaluate
        end-if
        perform 1600-ReadForValidation thru 1600-Exit
            end-if
            move zero to AN-Released(NumberOfAccounts)
            move zero to AN-AmountTotal(NumberOfAccounts)
            move zero to AN-Spoiled(NumberOfAccounts)
        end-if
        if not EndOfNextChequeNumbers
            perform 1170-ReadSerialLine thru 1170-Exit
        move 1 to AN-NextNumber(FoundAccountIndex)
        move zero to AN-Released(FoundAccountIndex)
        move zero to AN-AmountTotal(FoundAccountIndex)
        move zero to AN-Spoiled(FoundAccountIndex)
    end-if.
1180-Exit.
    exit.

1200-LoadExchangeRates.
    open input ExchangeRates
    if ExchangeRatesNotFound
        go to 1200-Exit
    end-if

    perform 1250-ReadExchangeRate thru 1250-Exit
    perform with test after until EndOfExchangeRates
        if not EndOfExchangeRates
            if NumberOfExchangeRates is less than 100
                add 1 to NumberOfExchangeRates
                move XR-CurrencyCode
                    to XT-CurrencyCode(NumberOfExchangeRates)
                move XR-EffectiveDate
                    to XT-EffectiveDate(NumberOfExchangeRates)
                move XR-Rate to XT-Rate(NumberOfExchangeRates)
            else
                display "ChequePrintRun: more than 100 exchange rates -"
                    " " XR-CurrencyCode " " XR-EffectiveDate " ignored"
            end-if
            perform 1250-ReadExchangeRate thru 1250-Exit
        end-if
    end-perform
    close ExchangeRates.
1200-Exit.
    exit.

1250-ReadExchangeRate.
    read ExchangeRates
        at end set EndOfExchangeRates to true
    end-read.
1250-Exit.
    exit.

1300-LoadPayeeYearToDate.
    open input PayeeYearToDate
    if PayeeYearToDateNotFound

*> Direct-deposit payees register their routing and account once on
*> PayeeBankDetails.dat; an electronic item for a payee without an
*> entry is held for review rather than guessed at. PayeeMaintenanceRun
*> keeps the file and its prenote status; a payee still waiting on
*> its prenote, blocked by a bank return or closed is held the same
*> way until the status comes good.
1400-LoadBankDetails.
    open input PayeeBankDetails
    if PayeeBankDetailsNotFound
            move BD-Payee to BK-Payee(NumberOfBankDetails)
            move BD-Routing to BK-Routing(NumberOfBankDetails)
            move BD-Account to BK-Account(NumberOfBankDetails)
            move BD-Status to BK-Status(NumberOfBankDetails)
        end-if
        if not EndOfPayeeBankDetails
            perform 1450-ReadBankDetail thru 1450-Exit
1880-Exit.
    exit.

*> Serials SpoiledFormRun cancelled since the last print run go out
*> on the account's next positive-pay extract as cancelled items, so
*> the bank returns a spoiled form that somebody tries to cash. The
*> queue is emptied once the extracts are written.
1650-LoadSpoiledSerials.
    open input SpoiledSerials
    if SpoiledSerialsNotFound
        go to 1650-Exit
    end-if

    perform 1670-ReadSpoiledSerial thru 1670-Exit
    perform with test after until EndOfSpoiledSerials
        if not EndOfSpoiledSerials
            move SS-AccountCode to AccountToFind
            if AccountToFind equal to spaces
                move DefaultAccountCode to AccountToFind
            end-if
            perform 1180-FindOrAddAccount thru 1180-Exit
            move spaces to PositivePayRecord
            move "D" to PP-DetailId
            move SS-ChequeNumber to PP-ChequeNumber
            move SS-Payee to PP-Payee
            move SS-Sign to PP-Sign
            move SS-Amount to PP-Amount
            move SS-SpoiledDate to PP-IssueDate
            set IssueIsCancelled to true
            if NumberOfExtractDetails is less than 500
                add 1 to NumberOfExtractDetails
                move AccountToFind to ED-Account(NumberOfExtractDetails)
                move PositivePayRecord
                    to ED-Line(NumberOfExtractDetails)
                add 1 to AN-Spoiled(FoundAccountIndex)
            else
                add 1 to ExtractDetailsDropped
                display "ChequePrintRun: positive-pay work table is"
                    " full - spoiled serial " SS-ChequeNumber
                    " missing from extract"
            end-if
            perform 1670-ReadSpoiledSerial thru 1670-Exit
        end-if
    end-perform
    close SpoiledSerials.
1650-Exit.
    exit.

1670-ReadSpoiledSerial.
    read SpoiledSerials
        at end set EndOfSpoiledSerials to true
    end-read.
1670-Exit.
    exit.

*> Only entries inside the duplicate window belong in the table -
*> a register that has outgrown it would otherwise fill the table
*> with the oldest history and leave the recent runs, the very
    perform 1750-ReadRegisterForDuplicates thru 1750-Exit
    perform with test after until EndOfRegisterScan
        if not EndOfRegisterScan and CR-Status not equal to "VOID"
                and not ChequeIsSpoiled
            compute EntryAgeDays =
                function integer-of-date(RunDate)
                - function integer-of-date(CR-RunDate)
    exit.

1750-ReadRegisterForDuplicates.
    read ChequeRegister into ChequeRegisterRecord
        at end set EndOfRegisterScan to true
    end-read.
1750-Exit.
    move D-PayMethod to P-PayMethod
    move D-ApproverCode to P-ApproverCode
    move D-AccountCode to P-AccountCode
    move D-ReplacesCheque to P-ReplacesCheque
    move D-CurrencyCode to P-CurrencyCode
    move zero to NumberOfPendingInvoices
    move 1 to PaymentPending.
2150-Exit.
        compute SignedAmount = SignedAmount * -1
    end-if

    move P-CurrencyCode to PaymentCurrency
    if PaymentCurrency equal to spaces
        move HomeCurrencyCode to PaymentCurrency
    end-if
    move AmountInWordsInCurrency(SignedAmount, PaymentCurrency)
        to WordsAmount

*> The spelled-out amount is the alteration guard on the cheque
*> face; one that cannot fit inside the words line (with its leading

    move P-Amount to NumeralEdited
    move spaces to NumeralForPrint
    if PaymentCurrency equal to HomeCurrencyCode
        string P-Sign delimited by size function trim(NumeralEdited) delimited by size into NumeralForPrint
    else
        string
            PaymentCurrency delimited by size
            " " delimited by size
            P-Sign delimited by size
            function trim(NumeralEdited) delimited by size
            into NumeralForPrint
        end-string
    end-if

    perform 2960-ConvertToHomeCurrency thru 2960-Exit
    if FoundRateIndex equal to zero
            and PaymentCurrency not equal to HomeCurrencyCode
        move "NO EXCHANGE RATE" to HoldReason
        perform 2550-HoldOneItem thru 2550-Exit
        go to 2200-Exit
    end-if

*> Remittance detail must account for the payment to the penny: a
*> payment whose invoice nets do not sum to its amount is held for
    move spaces to ChequeLine
    if AmountAgrees and WordsLineTooLong equal to zero
        if PayElectronically
            if PaymentCurrency not equal to HomeCurrencyCode
                move "FOREIGN TRANSFER" to HoldReason
                perform 2550-HoldOneItem thru 2550-Exit
                go to 2200-Exit
            end-if
            perform 2800-FindBankDetails thru 2800-Exit
            if FoundBankDetailIndex equal to zero
                move "NO BANK DETAILS" to HoldReason
                perform 2550-HoldOneItem thru 2550-Exit
                go to 2200-Exit
            end-if
            if not BankDetailIsEligible(FoundBankDetailIndex)
                evaluate true
                    when BankDetailPrenotePending(FoundBankDetailIndex)
                        move "PRENOTE PENDING" to HoldReason
                    when BankDetailReturned(FoundBankDetailIndex)
                        move "BANK RETURN" to HoldReason
                    when other
                        move "PAYEE CLOSED" to HoldReason
                end-evaluate
                perform 2550-HoldOneItem thru 2550-Exit
                go to 2200-Exit
            end-if
            add 1 to TransfersReleased
            perform 2850-WriteTransferDetail thru 2850-Exit
            perform 2600-AccumulatePayeeTotal thru 2600-Exit
    move P-Sign to FT-Sign
    move P-Amount to FT-Amount
    move ChequeDate to FT-ValueDate
    move P-AccountCode to FT-AccountCode
    perform 7400-BufferTransferRecord thru 7400-Exit
    add P-Amount to TransferAmountTotal

        into ChequeLine
    end-string
    move "**" to ChequeLine(60:2)
    move NumeralForPrint to ChequeLine(62:19)
    string
        "**" delimited by size
        into ChequeLine(62 + function length(function trim(NumeralForPrint)):2)
    move "ISSUED" to CR-Status
    perform 2350-BuildInvoiceRefs thru 2350-Exit
    move InvoiceRefsForRegister to CR-InvoiceRefs
    move P-ReplacesCheque to CR-ReplacesCheque
    move PaymentCurrency to CR-CurrencyCode
    move HomeAmount to CR-HomeAmount
    perform 7200-BufferRegisterRecord thru 7200-Exit
    if NumberOfRecentEntries is less than 500
        add 1 to NumberOfRecentEntries
    end-if

    add 1 to PT-ChequeCount(FoundPayeeIndex)
    add HomeSignedAmount to PT-Total(FoundPayeeIndex).
2600-Exit.
    exit.

    move P-PayMethod to HD-PayMethod
    move HoldReason to HD-Reason
    move P-AccountCode to HD-AccountCode
    move P-ReplacesCheque to HD-ReplacesCheque
    move P-CurrencyCode to HD-CurrencyCode
    perform 7300-BufferHeldRecord thru 7300-Exit.
2500-Exit.
    exit.
    move zero to RequiredApprovalLevel
    perform varying TierIdx from 1 by 1
            until TierIdx is greater than NumberOfApprovalTiers
        if HomeAmount is not less than AT-TierAmount(TierIdx)
                and AT-RequiredLevel(TierIdx) is greater than
                    RequiredApprovalLevel
            move AT-RequiredLevel(TierIdx) to RequiredApprovalLevel
2950-Exit.
    exit.

*> The rate in force is the latest one for the currency that took
*> effect on or before the run date; the home currency converts at
*> par.
2960-ConvertToHomeCurrency.
    move zero to FoundRateIndex
    move P-Amount to HomeAmount
    if PaymentCurrency not equal to HomeCurrencyCode
        perform varying RateIdx from 1 by 1
                until RateIdx is greater than NumberOfExchangeRates
            if XT-CurrencyCode(RateIdx) equal to PaymentCurrency
                    and XT-EffectiveDate(RateIdx) is not greater than RunDate
                if FoundRateIndex equal to zero
                    set FoundRateIndex to RateIdx
                else
                    if XT-EffectiveDate(RateIdx) is not less than
                            XT-EffectiveDate(FoundRateIndex)
                        set FoundRateIndex to RateIdx
                    end-if
                end-if
            end-if
        end-perform
        if FoundRateIndex is greater than zero
            compute HomeAmount rounded =
                P-Amount * XT-Rate(FoundRateIndex)
        end-if
    end-if

    move HomeAmount to HomeSignedAmount
    if P-Sign equal to "-"
        compute HomeSignedAmount = HomeSignedAmount * -1
    end-if.
2960-Exit.
    exit.

*> An occurrence RecurringPaymentRun generated is the same payee and
*> amount every period on purpose, so only its occurrence reference
*> (the "#" invoice number) is checked against the register.
2900-CheckForDuplicate.
    move zero to DuplicateSuspected
    move zero to PaymentIsRecurring
    if NumberOfPendingInvoices is greater than zero
            and PI-Number(1)(1:1) equal to "#"
        move 1 to PaymentIsRecurring
    end-if
    perform varying RecentIdx from 1 by 1
            until RecentIdx is greater than NumberOfRecentEntries
        if DU-Payee(RecentIdx) equal to P-Payee
                and DU-Amount(RecentIdx) equal to P-Amount
                and not RecurringOccurrence
            compute EntryAgeDays =
                function integer-of-date(RunDate)
                - function integer-of-date(DU-RunDate(RecentIdx))
    perform 6000-FlushOutputBuffers thru 6000-Exit

    perform 9200-WriteExtractFiles thru 9200-Exit
    perform 9400-ClearSpoiledSerials thru 9400-Exit
    perform 9100-WriteNextChequeNumber thru 9100-Exit
    perform 9300-WritePayeeYearToDate thru 9300-Exit
    perform 7500-ResetCheckpoint thru 7500-Exit
    close Disbursements
    perform 9500-WriteRunControl thru 9500-Exit.
9000-Exit.
    exit.

    perform varying AccountIdx from 1 by 1
            until AccountIdx is greater than NumberOfAccounts
        if AN-Released(AccountIdx) is greater than zero
                or AN-Spoiled(AccountIdx) is greater than zero
            perform 9220-WriteOneExtractFile thru 9220-Exit
        end-if
    end-perform.

    move spaces to PositivePayRecord
    move "T" to PP-TrailerId
    compute PP-RecordCount =
        AN-Released(AccountIdx) + AN-Spoiled(AccountIdx)
    move AN-AmountTotal(AccountIdx) to PP-AmountTotal
    write PositivePayRecord
    close PositivePayExtract.
9220-Exit.
    exit.

*> The spoiled counts ride in the checkpoint with the serials, so a
*> restarted run still knows the queue went out on its extracts.
9400-ClearSpoiledSerials.
    move zero to SpoiledSerialsReported
    perform varying AccountIdx from 1 by 1
            until AccountIdx is greater than NumberOfAccounts
        add AN-Spoiled(AccountIdx) to SpoiledSerialsReported
    end-perform
    if SpoiledSerialsReported equal to zero
        go to 9400-Exit
    end-if
    open output SpoiledSerials
    close SpoiledSerials.
9400-Exit.
    exit.

9250-WriteTransferTrailer.
    move spaces to FundsTransferRecord
    move "T" to FT-TrailerId
9250-Exit.
    exit.

*> The Disbursements.dat line carries the run's own balance - detail
*> records in, cheques and transfers released out, items held as
*> rejected. The feed lines count what was found of each feed, even
*> when that is nothing, so a feed that never reached this run shows
*> up against the count its producer wrote.
9500-WriteRunControl.
    open extend RunControl
    if RunControlNotFound
        open output RunControl
    end-if
    move function current-date to CurrentDateFields
    move spaces to RunControlRecord
    move CurrentDateYmd to CT-RunDate
    move CurrentTimeHms to CT-RunTime
    move "ChequePrintRun" to CT-ProgramName
    set ControlIsForInput to true
    move "Disbursements.dat" to CT-FileName
    move ControlRecordCount to CT-RecordsIn
    compute CT-RecordsOut = ChequeReleased + TransfersReleased
    move ChequeHeld to CT-RecordsRejected
    move ControlHashTotal to CT-HashTotal
    write RunControlRecord

    move "ReleasedDisbursements.dat" to CT-FileName
    move ReleasedFeedCount to CT-RecordsIn
    move zero to CT-RecordsOut
    move zero to CT-RecordsRejected
    move ReleasedFeedHash to CT-HashTotal
    write RunControlRecord

    move "ReissueDisbursements.dat" to CT-FileName
    move ReissueFeedCount to CT-RecordsIn
    move ReissueFeedHash to CT-HashTotal
    write RunControlRecord

    move "ReprintDisbursements.dat" to CT-FileName
    move ReprintFeedCount to CT-RecordsIn
    move ReprintFeedHash to CT-HashTotal
    write RunControlRecord
    close RunControl.
9500-Exit.
    exit.

end program ChequePrintRun.
