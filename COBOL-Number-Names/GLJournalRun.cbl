identification division.
program-id. GLJournalRun.

*> General ledger journal interface for the disbursement runs.
*> Accounting used to rekey the cheque run totals from the printed
*> register; this run turns the register's activity into balanced
*> debit and credit entries on GLJournalExtract.dat instead.
*>
*> The register only ever holds each cheque's current status, so the
*> run keeps GLJournalState.dat - the status of every register entry
*> as last journaled - and posts the difference:
*>   new entry (ChequePrintRun, reissues from ChequeVoidRun included)
*>                 DR expense          CR cheques outstanding
*>   ISSUED to STALE (StaleChequeRun)
*>                 DR outstanding      CR stale cheques payable
*>   to ESCHEAT (StaleChequeRun)
*>                 DR outstanding/stale CR unclaimed property payable
*>   to PAID (BankReconciliationRun)
*>                 DR outstanding/stale/unclaimed  CR cash
*>   to VOID (ChequeVoidRun) or SPOILED (SpoiledFormRun)
*>                 DR outstanding/stale/unclaimed  CR expense
*> A negative (credit) item swaps the sides. The ledger is kept in
*> home currency, so a cheque drawn in a foreign currency posts the
*> home equivalent ChequePrintRun recorded on the register. Electronic transfers
*> never reach the register: they are journaled from the detail
*> lines ChequePrintRun appends to FundsTransferExtract.dat (DR
*> expense, CR cash, against the bank account code on the line),
*> prenotes excepted, and GLJournalControl.dat
*> remembers how many extract lines are already on the ledger
*> alongside the next journal batch number.
*>
*> GL accounts come from GLAccountMap.dat per bank account code and
*> role (CASH, OUTSTND, STALE, ESCHEAT, EXPENSE), a blank bank
*> account code standing for all of them and the chart's usual
*> accounts below standing in where neither is set. The expense side
*> is distributed by payee through ExpenseDistribution.dat, falling
*> back to the EXPENSE role.
*>
*> Every batch carries its number and control totals, and the run
*> refuses a batch whose debits and credits disagree, or that
*> outgrew the work table: nothing is appended, the state is left
*> where it was and the run ends with errors, so the next run posts
*> the same activity once the cause is put right.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
file-control.
    select ChequeRegister assign to "ChequeRegister.dat"
        organization is line sequential
        file status is ChequeRegisterStatus.
    select FundsTransferExtract assign to "FundsTransferExtract.dat"
        organization is line sequential
        file status is FundsTransferStatus.
    select JournalState assign to "GLJournalState.dat"
        organization is line sequential
        file status is JournalStateStatus.
    select JournalControl assign to "GLJournalControl.dat"
        organization is line sequential
        file status is JournalControlStatus.
    select GLAccountMap assign to "GLAccountMap.dat"
        organization is line sequential
        file status is GLAccountMapStatus.
    select ExpenseDistribution assign to "ExpenseDistribution.dat"
        organization is line sequential
        file status is ExpenseDistributionStatus.
    select GLJournalExtract assign to "GLJournalExtract.dat"
        organization is line sequential
        file status is GLJournalExtractStatus.
    select JournalReport assign to "GLJournalReport.dat"
        organization is line sequential.

data division.
file section.
    fd ChequeRegister.
        copy ChequeRegisterRecord.

    fd FundsTransferExtract.
        01 FundsTransferRecord pic x(80).
        01 FundsTransferHeader redefines FundsTransferRecord.
            02 FT-HeaderId   pic x.
                88 TransferHeader value "H".
            02 FT-HeaderDate pic 9(8).
            02 filler        pic x(71).
        01 FundsTransferDetail redefines FundsTransferRecord.
            02 FT-DetailId  pic x.
                88 TransferDetail value "D".
            02 FT-Payee     pic x(20).
            02 FT-Routing   pic x(9).
            02 FT-Account   pic x(12).
            02 FT-Sign      pic x.
            02 FT-Amount    pic 9(10)v99.
            02 FT-ValueDate pic 9(8).
            02 FT-EntryType pic x.
                88 EntryIsPrenote value "P".
            02 FT-AccountCode pic x(3).
            02 filler       pic x(13).

    fd JournalState.
        01 JournalStateRecord.
            02 JS-AccountCode  pic x(3).
            02 filler          pic x.
            02 JS-ChequeNumber pic 9(6).
            02 filler          pic x.
            02 JS-Status       pic x(8).

    fd JournalControl.
        01 JournalControlRecord.
            02 JC-NextBatch     pic 9(6).
            02 filler           pic x.
            02 JC-TransferLines pic 9(6).

    fd GLAccountMap.
        01 GLAccountMapRecord.
            02 GA-AccountCode pic x(3).
            02 filler         pic x.
            02 GA-Role        pic x(8).
            02 filler         pic x.
            02 GA-GLAccount   pic x(10).

    fd ExpenseDistribution.
        01 ExpenseDistributionRecord.
            02 XD-Payee     pic x(20).
            02 filler       pic x.
            02 XD-GLAccount pic x(10).

    fd GLJournalExtract.
        copy GLJournalRecord.

    fd JournalReport.
        01 ReportLine pic x(120).

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
            03 RG-HomeAmount   pic 9(10)v99.
    01 NumberOfRegisterEntries pic 999 value zero.

    01 StateEntries.
        02 StateEntry occurs 1 to 500 times depending on NumberOfStateEntries
                indexed by StateIdx.
            03 SN-AccountCode  pic x(3).
            03 SN-ChequeNumber pic 9(6).
            03 SN-Status       pic x(8).
    01 NumberOfStateEntries pic 999 value zero.

    01 AccountMapEntries.
        02 AccountMapEntry occurs 1 to 100 times depending on NumberOfAccountMaps
                indexed by AccountMapIdx.
            03 AM-AccountCode pic x(3).
            03 AM-Role        pic x(8).
            03 AM-GLAccount   pic x(10).
    01 NumberOfAccountMaps pic 999 value zero.

    01 DistributionEntries.
        02 DistributionEntry occurs 1 to 200 times depending on NumberOfDistributions
                indexed by DistributionIdx.
            03 DS-Payee     pic x(20).
            03 DS-GLAccount pic x(10).
    01 NumberOfDistributions pic 999 value zero.

*> The batch is staged here whole, so it can be balanced before a
*> line of it reaches the extract.
    01 JournalLines.
        02 JournalLine occurs 1 to 1000 times depending on NumberOfJournalLines
                indexed by JournalIdx.
            03 JL-GLAccount    pic x(10).
            03 JL-DebitCredit  pic xx.
            03 JL-Amount       pic 9(10)v99.
            03 JL-Source       pic x(8).
            03 JL-AccountCode  pic x(3).
            03 JL-ChequeNumber pic 9(6).
            03 JL-Payee        pic x(20).
            03 JL-RunDate      pic 9(8).
    01 NumberOfJournalLines pic 9(4) value zero.

    01 SourceTotals.
        02 SourceTotal occurs 8 times indexed by SourceIdx.
            03 ST-Source pic x(8).
            03 ST-Count  pic 9(4).
            03 ST-Amount pic 9(12)v99.

    01 ChequeRegisterStatus pic xx value spaces.
        88 ChequeRegisterNotFound value "35".
        88 EndOfChequeRegister value "10".
    01 FundsTransferStatus pic xx value spaces.
        88 FundsTransferNotFound value "35".
        88 EndOfFundsTransfers value "10".
    01 JournalStateStatus pic xx value spaces.
        88 JournalStateNotFound value "35".
        88 EndOfJournalState value "10".
    01 JournalControlStatus pic xx value spaces.
        88 JournalControlFound value "00".
    01 GLAccountMapStatus pic xx value spaces.
        88 GLAccountMapNotFound value "35".
        88 EndOfGLAccountMap value "10".
    01 ExpenseDistributionStatus pic xx value spaces.
        88 ExpenseDistributionNotFound value "35".
        88 EndOfExpenseDistribution value "10".
    01 GLJournalExtractStatus pic xx value spaces.
        88 GLJournalExtractNotFound value "35".

*> The chart's usual accounts, used for any role GLAccountMap.dat
*> leaves unset.
    01 DefaultGLAccounts.
        02 DefaultCashAccount        pic x(10) value "1010".
        02 DefaultOutstandingAccount pic x(10) value "2100".
        02 DefaultStaleAccount       pic x(10) value "2110".
        02 DefaultEscheatAccount     pic x(10) value "2120".
        02 DefaultExpenseAccount     pic x(10) value "5000".
    01 DefaultAccountCode pic x(3) value "OPR".

    01 RunDate pic 9(8) value zero.
    01 CurrentDateFields.
        02 CurrentDateYmd pic 9(8).
        02 filler pic x(13).

    01 BatchNumber pic 9(6) value 1.
    01 TransferLinesJournaled pic 9(6) value zero.
    01 TransferLinesOnFile pic 9(6) value zero.
    01 TransferLinesRead pic 9(6) value zero.
    01 TransferDate pic 9(8) value zero.

    01 EntryAccount pic x(3) value spaces.
    01 PriorStatus pic x(8) value spaces.
    01 StatusForRole pic x(8) value spaces.
    01 RoleFound pic x(8) value spaces.
    01 PriorRole pic x(8) value spaces.
    01 RoleToFind pic x(8) value spaces.
    01 GLAccountFound pic x(10) value spaces.

    01 PostingDebitRole pic x(8) value spaces.
    01 PostingCreditRole pic x(8) value spaces.
    01 PostingDebitAccount pic x(10) value spaces.
    01 PostingCreditAccount pic x(10) value spaces.
    01 PostingSource pic x(8) value spaces.
    01 PostingAccountCode pic x(3) value spaces.
    01 PostingChequeNumber pic 9(6) value zero.
    01 PostingPayee pic x(20) value spaces.
    01 PostingSign pic x value spaces.
    01 PostingAmount pic 9(10)v99 value zero.
    01 PostingRunDate pic 9(8) value zero.
    01 SwapAccount pic x(10) value spaces.

    01 DebitTotal pic 9(12)v99 value zero.
    01 CreditTotal pic 9(12)v99 value zero.
    01 AmountEdited pic z,zzz,zzz,zz9.99.
    01 DebitTotalEdited pic zzz,zzz,zzz,zz9.99.
    01 CreditTotalEdited pic zzz,zzz,zzz,zz9.99.

    01 RegisterOverflowed pic 9 value zero usage binary.
    01 JournalOverflowed pic 9 value zero usage binary.
    01 BatchRefused pic 9 value zero usage binary.
    01 TransitionsExcepted pic 9(4) value zero.

    copy BatchReturnCode.

procedure division.

0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    if BatchCompletedWithErrors
        perform 9000-Terminate thru 9000-Exit
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 2000-JournalRegister thru 2000-Exit
    perform 3000-JournalTransfers thru 3000-Exit
    perform 4000-BalanceBatch thru 4000-Exit
    if BatchRefused equal to zero
        perform 5000-WriteBatch thru 5000-Exit
        perform 6000-SaveJournalState thru 6000-Exit
    end-if
    perform 7000-WriteControlTotals thru 7000-Exit
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
    move BatchReturnCode to return-code
    stop run.

1000-Initialize.
    move function current-date to CurrentDateFields
    move CurrentDateYmd to RunDate

    move "ISSUE" to ST-Source(1)
    move "TRANSFER" to ST-Source(2)
    move "VOID" to ST-Source(3)
    move "STALE" to ST-Source(4)
    move "ESCHEAT" to ST-Source(5)
    move "CLEARED" to ST-Source(6)
    move "ISSUED" to ST-Source(7)
    move "SPOILED" to ST-Source(8)
    perform varying SourceIdx from 1 by 1 until SourceIdx is greater than 8
        move zero to ST-Count(SourceIdx)
        move zero to ST-Amount(SourceIdx)
    end-perform

    open output JournalReport
    move "General ledger journal" to ReportLine
    write ReportLine

    open input JournalControl
    if JournalControlFound
        read JournalControl
            at end continue
            not at end
                if JC-NextBatch is numeric and JC-NextBatch is greater than zero
                    move JC-NextBatch to BatchNumber
                end-if
                if JC-TransferLines is numeric
                    move JC-TransferLines to TransferLinesJournaled
                end-if
        end-read
        close JournalControl
    end-if

    perform 1100-LoadRegister thru 1100-Exit
*> The state is rewritten from the register, so a register the
*> table cannot hold would drop entries from it and journal them
*> again as new issues next run.
    if RegisterOverflowed equal to 1
        display "GLJournalRun: register exceeds the 500-entry work"
            " table - no journal produced"
        move "REFUSED - register exceeds the 500-entry work table"
            to ReportLine
        write ReportLine
        set BatchCompletedWithErrors to true
        go to 1000-Exit
    end-if

    perform 1200-LoadJournalState thru 1200-Exit
    perform 1300-LoadAccountMap thru 1300-Exit
    perform 1400-LoadExpenseDistribution thru 1400-Exit.
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
            move CR-HomeAmount to RG-HomeAmount(NumberOfRegisterEntries)
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

1200-LoadJournalState.
    open input JournalState
    if JournalStateNotFound
        go to 1200-Exit
    end-if

    perform with test after until EndOfJournalState
        read JournalState
            at end set EndOfJournalState to true
        end-read
        if not EndOfJournalState and NumberOfStateEntries is less than 500
            add 1 to NumberOfStateEntries
            move JS-AccountCode to SN-AccountCode(NumberOfStateEntries)
            move JS-ChequeNumber to SN-ChequeNumber(NumberOfStateEntries)
            move JS-Status to SN-Status(NumberOfStateEntries)
        end-if
    end-perform
    close JournalState.
1200-Exit.
    exit.

1300-LoadAccountMap.
    open input GLAccountMap
    if GLAccountMapNotFound
        go to 1300-Exit
    end-if

    perform with test after until EndOfGLAccountMap
        read GLAccountMap
            at end set EndOfGLAccountMap to true
        end-read
        if not EndOfGLAccountMap and NumberOfAccountMaps is less than 100
                and GA-GLAccount not equal to spaces
            add 1 to NumberOfAccountMaps
            move GA-AccountCode to AM-AccountCode(NumberOfAccountMaps)
            move GA-Role to AM-Role(NumberOfAccountMaps)
            move GA-GLAccount to AM-GLAccount(NumberOfAccountMaps)
        end-if
    end-perform
    close GLAccountMap.
1300-Exit.
    exit.

1400-LoadExpenseDistribution.
    open input ExpenseDistribution
    if ExpenseDistributionNotFound
        go to 1400-Exit
    end-if

    perform with test after until EndOfExpenseDistribution
        read ExpenseDistribution
            at end set EndOfExpenseDistribution to true
        end-read
        if not EndOfExpenseDistribution and NumberOfDistributions is less than 200
                and XD-GLAccount not equal to spaces
            add 1 to NumberOfDistributions
            move XD-Payee to DS-Payee(NumberOfDistributions)
            move XD-GLAccount to DS-GLAccount(NumberOfDistributions)
        end-if
    end-perform
    close ExpenseDistribution.
1400-Exit.
    exit.

2000-JournalRegister.
    perform varying RegisterIdx from 1 by 1
            until RegisterIdx is greater than NumberOfRegisterEntries
        perform 2200-JournalOneEntry thru 2200-Exit
    end-perform.
2000-Exit.
    exit.

*> An entry the state has never seen is posted as an issue first and
*> then carried from ISSUED to wherever the register has it now, so
*> a cheque issued and paid between two journal runs still posts
*> both legs. A PAID, VOID or SPOILED instrument is closed on the
*> ledger - a spoiled form's reprint is a new entry of its own; any
*> later move off it is reported rather than guessed at.
2200-JournalOneEntry.
    move RG-AccountCode(RegisterIdx) to EntryAccount
    move spaces to PriorStatus
    perform varying StateIdx from 1 by 1
            until StateIdx is greater than NumberOfStateEntries
        if SN-ChequeNumber(StateIdx) equal to RG-ChequeNumber(RegisterIdx)
                and SN-AccountCode(StateIdx) equal to EntryAccount
            move SN-Status(StateIdx) to PriorStatus
        end-if
    end-perform

    if PriorStatus equal to RG-Status(RegisterIdx)
        go to 2200-Exit
    end-if

    move EntryAccount to PostingAccountCode
    move RG-ChequeNumber(RegisterIdx) to PostingChequeNumber
    move RG-Payee(RegisterIdx) to PostingPayee
    move RG-Sign(RegisterIdx) to PostingSign
    move RG-Amount(RegisterIdx) to PostingAmount
    if RG-CurrencyCode(RegisterIdx) not equal to spaces
        move RG-HomeAmount(RegisterIdx) to PostingAmount
    end-if
    move RG-RunDate(RegisterIdx) to PostingRunDate

    if PriorStatus equal to spaces
        move "EXPENSE" to PostingDebitRole
        move "OUTSTND" to PostingCreditRole
        move "ISSUE" to PostingSource
        perform 2800-PostEntryPair thru 2800-Exit
        move "ISSUED" to PriorStatus
        if RG-Status(RegisterIdx) equal to "ISSUED"
            go to 2200-Exit
        end-if
    end-if

    move PriorStatus to StatusForRole
    perform 2750-FindStatusRole thru 2750-Exit
    move RoleFound to PriorRole
    if PriorRole equal to spaces
        perform 2900-ReportException thru 2900-Exit
        go to 2200-Exit
    end-if

    move PriorRole to PostingDebitRole
    evaluate RG-Status(RegisterIdx)
        when "PAID"
            move "CASH" to PostingCreditRole
            move "CLEARED" to PostingSource
        when "VOID"
        when "SPOILED"
            move "EXPENSE" to PostingCreditRole
            move RG-Status(RegisterIdx) to PostingSource
        when other
            move RG-Status(RegisterIdx) to StatusForRole
            perform 2750-FindStatusRole thru 2750-Exit
            if RoleFound equal to spaces
                perform 2900-ReportException thru 2900-Exit
                go to 2200-Exit
            end-if
            move RoleFound to PostingCreditRole
            move RG-Status(RegisterIdx) to PostingSource
    end-evaluate
    perform 2800-PostEntryPair thru 2800-Exit.
2200-Exit.
    exit.

*> The liability a live instrument sits in while it has that status.
2750-FindStatusRole.
    evaluate StatusForRole
        when "ISSUED"
            move "OUTSTND" to RoleFound
        when "STALE"
            move "STALE" to RoleFound
        when "ESCHEAT"
            move "ESCHEAT" to RoleFound
        when other
            move spaces to RoleFound
    end-evaluate.
2750-Exit.
    exit.

2800-PostEntryPair.
    move PostingDebitRole to RoleToFind
    perform 2850-FindGLAccount thru 2850-Exit
    move GLAccountFound to PostingDebitAccount
    move PostingCreditRole to RoleToFind
    perform 2850-FindGLAccount thru 2850-Exit
    move GLAccountFound to PostingCreditAccount

    if PostingSign equal to "-"
        move PostingDebitAccount to SwapAccount
        move PostingCreditAccount to PostingDebitAccount
        move SwapAccount to PostingCreditAccount
    end-if

    if NumberOfJournalLines is greater than 998
        move 1 to JournalOverflowed
        go to 2800-Exit
    end-if

    add 1 to NumberOfJournalLines
    move PostingDebitAccount to JL-GLAccount(NumberOfJournalLines)
    move "DR" to JL-DebitCredit(NumberOfJournalLines)
    perform 2870-FillJournalLine thru 2870-Exit

    add 1 to NumberOfJournalLines
    move PostingCreditAccount to JL-GLAccount(NumberOfJournalLines)
    move "CR" to JL-DebitCredit(NumberOfJournalLines)
    perform 2870-FillJournalLine thru 2870-Exit

    perform varying SourceIdx from 1 by 1 until SourceIdx is greater than 8
        if ST-Source(SourceIdx) equal to PostingSource
            add 1 to ST-Count(SourceIdx)
            add PostingAmount to ST-Amount(SourceIdx)
        end-if
    end-perform.
2800-Exit.
    exit.

*> Expense goes to the payee's distribution account where it has
*> one; otherwise the role is looked up for the bank account, then
*> for all bank accounts, then taken from the chart defaults.
2850-FindGLAccount.
    move spaces to GLAccountFound
    if RoleToFind equal to "EXPENSE"
        perform varying DistributionIdx from 1 by 1
                until DistributionIdx is greater than NumberOfDistributions
            if DS-Payee(DistributionIdx) equal to PostingPayee
                move DS-GLAccount(DistributionIdx) to GLAccountFound
            end-if
        end-perform
        if GLAccountFound not equal to spaces
            go to 2850-Exit
        end-if
    end-if

    perform varying AccountMapIdx from 1 by 1
            until AccountMapIdx is greater than NumberOfAccountMaps
        if AM-AccountCode(AccountMapIdx) equal to PostingAccountCode
                and AM-Role(AccountMapIdx) equal to RoleToFind
            move AM-GLAccount(AccountMapIdx) to GLAccountFound
        end-if
    end-perform
    if GLAccountFound not equal to spaces
        go to 2850-Exit
    end-if

    perform varying AccountMapIdx from 1 by 1
            until AccountMapIdx is greater than NumberOfAccountMaps
        if AM-AccountCode(AccountMapIdx) equal to spaces
                and AM-Role(AccountMapIdx) equal to RoleToFind
            move AM-GLAccount(AccountMapIdx) to GLAccountFound
        end-if
    end-perform
    if GLAccountFound not equal to spaces
        go to 2850-Exit
    end-if

    evaluate RoleToFind
        when "CASH"
            move DefaultCashAccount to GLAccountFound
        when "OUTSTND"
            move DefaultOutstandingAccount to GLAccountFound
        when "STALE"
            move DefaultStaleAccount to GLAccountFound
        when "ESCHEAT"
            move DefaultEscheatAccount to GLAccountFound
        when other
            move DefaultExpenseAccount to GLAccountFound
    end-evaluate.
2850-Exit.
    exit.

2870-FillJournalLine.
    move PostingAmount to JL-Amount(NumberOfJournalLines)
    move PostingSource to JL-Source(NumberOfJournalLines)
    move PostingAccountCode to JL-AccountCode(NumberOfJournalLines)
    move PostingChequeNumber to JL-ChequeNumber(NumberOfJournalLines)
    move PostingPayee to JL-Payee(NumberOfJournalLines)
    move PostingRunDate to JL-RunDate(NumberOfJournalLines).
2870-Exit.
    exit.

2900-ReportException.
    add 1 to TransitionsExcepted
    move spaces to ReportLine
    string
        "  " delimited by size
        RG-ChequeNumber(RegisterIdx) delimited by size
        " " delimited by size
        EntryAccount delimited by size
        "  " delimited by size
        RG-Payee(RegisterIdx) delimited by size
        "  NOT JOURNALED - " delimited by size
        function trim(PriorStatus) delimited by size
        " to " delimited by size
        function trim(RG-Status(RegisterIdx)) delimited by size
        into ReportLine
    end-string
    write ReportLine.
2900-Exit.
    exit.

*> The transfer extract is appended run after run, so only the
*> lines past the count already journaled are new. An extract
*> shorter than that count has been replaced since the last run and
*> is journaled from the top.
3000-JournalTransfers.
    open input FundsTransferExtract
    if FundsTransferNotFound
        move zero to TransferLinesOnFile
        go to 3000-Exit
    end-if
    perform with test after until EndOfFundsTransfers
        read FundsTransferExtract
            at end set EndOfFundsTransfers to true
        end-read
        if not EndOfFundsTransfers
            add 1 to TransferLinesOnFile
        end-if
    end-perform
    close FundsTransferExtract

    if TransferLinesOnFile is less than TransferLinesJournaled
        move zero to TransferLinesJournaled
    end-if

    move spaces to FundsTransferStatus
    open input FundsTransferExtract
    perform with test after until EndOfFundsTransfers
        read FundsTransferExtract
            at end set EndOfFundsTransfers to true
        end-read
        if not EndOfFundsTransfers
            add 1 to TransferLinesRead
            if TransferHeader
                move FT-HeaderDate to TransferDate
            end-if
            if TransferLinesRead is greater than TransferLinesJournaled
                    and TransferDetail and not EntryIsPrenote
                    and FT-Amount is greater than zero
                perform 3100-JournalOneTransfer thru 3100-Exit
            end-if
        end-if
    end-perform
    close FundsTransferExtract.
3000-Exit.
    exit.

3100-JournalOneTransfer.
    move "EXPENSE" to PostingDebitRole
    move "CASH" to PostingCreditRole
    move "TRANSFER" to PostingSource
    move FT-AccountCode to PostingAccountCode
    if FT-AccountCode equal to spaces
        move DefaultAccountCode to PostingAccountCode
    end-if
    move zero to PostingChequeNumber
    move FT-Payee to PostingPayee
    move FT-Sign to PostingSign
    move FT-Amount to PostingAmount
    move TransferDate to PostingRunDate
    perform 2800-PostEntryPair thru 2800-Exit.
3100-Exit.
    exit.

*> The totals are taken from the journal lines themselves, debits and
*> credits summed apart, so a line lost or posted to the wrong side
*> shows up here rather than in the ledger.
4000-BalanceBatch.
    move zero to DebitTotal
    move zero to CreditTotal
    perform varying JournalIdx from 1 by 1
            until JournalIdx is greater than NumberOfJournalLines
        if JL-DebitCredit(JournalIdx) equal to "DR"
            add JL-Amount(JournalIdx) to DebitTotal
        else
            add JL-Amount(JournalIdx) to CreditTotal
        end-if
    end-perform
    if JournalOverflowed equal to 1
        move 1 to BatchRefused
        move "REFUSED - activity exceeds the 1000-line journal table"
            to ReportLine
        write ReportLine
        go to 4000-Exit
    end-if
    if DebitTotal not equal to CreditTotal
        move 1 to BatchRefused
        move "REFUSED - debits and credits do not balance" to ReportLine
        write ReportLine
    end-if.
4000-Exit.
    exit.

*> A quiet night posts nothing and uses no batch number.
5000-WriteBatch.
    if NumberOfJournalLines equal to zero
        go to 5000-Exit
    end-if

    open extend GLJournalExtract
    if GLJournalExtractNotFound
        open output GLJournalExtract
    end-if

    move spaces to GLJournalRecord
    set JournalHeader to true
    move BatchNumber to GJ-BatchNumber
    move RunDate to GJ-JournalDate
    write GLJournalRecord

    perform varying JournalIdx from 1 by 1
            until JournalIdx is greater than NumberOfJournalLines
        move spaces to GLJournalRecord
        set JournalEntry to true
        move BatchNumber to GJ-BatchNumber
        set GJ-Sequence to JournalIdx
        move JL-GLAccount(JournalIdx) to GJ-GLAccount
        move JL-DebitCredit(JournalIdx) to GJ-DebitCredit
        move JL-Amount(JournalIdx) to GJ-Amount
        move JL-Source(JournalIdx) to GJ-Source
        move JL-AccountCode(JournalIdx) to GJ-AccountCode
        move JL-ChequeNumber(JournalIdx) to GJ-ChequeNumber
        move JL-Payee(JournalIdx) to GJ-Payee
        move JL-RunDate(JournalIdx) to GJ-RunDate
        write GLJournalRecord
    end-perform

    move spaces to GLJournalRecord
    set JournalTrailer to true
    move BatchNumber to GJ-BatchNumber
    move NumberOfJournalLines to GJ-EntryCount
    move DebitTotal to GJ-DebitTotal
    move CreditTotal to GJ-CreditTotal
    write GLJournalRecord
    close GLJournalExtract.
5000-Exit.
    exit.

*> Only after the batch is on the extract does the state move on to
*> the register as it stands and the transfer count to the end of
*> the extract.
6000-SaveJournalState.
    open output JournalState
    perform varying RegisterIdx from 1 by 1
            until RegisterIdx is greater than NumberOfRegisterEntries
        move spaces to JournalStateRecord
        move RG-AccountCode(RegisterIdx) to JS-AccountCode
        move RG-ChequeNumber(RegisterIdx) to JS-ChequeNumber
        move RG-Status(RegisterIdx) to JS-Status
        write JournalStateRecord
    end-perform
    close JournalState

    open output JournalControl
    move spaces to JournalControlRecord
    if NumberOfJournalLines is greater than zero
        compute JC-NextBatch = BatchNumber + 1
    else
        move BatchNumber to JC-NextBatch
    end-if
    move TransferLinesOnFile to JC-TransferLines
    write JournalControlRecord
    close JournalControl.
6000-Exit.
    exit.

7000-WriteControlTotals.
    move spaces to ReportLine
    write ReportLine
    move spaces to ReportLine
    evaluate true
        when BatchRefused equal to 1
            string
                "Batch " delimited by size
                BatchNumber delimited by size
                " not written - the activity totalled below stays unposted"
                    delimited by size
                into ReportLine
            end-string
        when NumberOfJournalLines equal to zero
            move "No activity to journal" to ReportLine
        when other
            string
                "Batch " delimited by size
                BatchNumber delimited by size
                " dated " delimited by size
                RunDate delimited by size
                "  entries " delimited by size
                NumberOfJournalLines delimited by size
                into ReportLine
            end-string
    end-evaluate
    write ReportLine

    perform varying SourceIdx from 1 by 1 until SourceIdx is greater than 8
        if ST-Count(SourceIdx) is greater than zero
            move ST-Amount(SourceIdx) to AmountEdited
            move spaces to ReportLine
            string
                "  " delimited by size
                ST-Source(SourceIdx) delimited by size
                "  " delimited by size
                ST-Count(SourceIdx) delimited by size
                " item(s)  " delimited by size
                AmountEdited delimited by size
                into ReportLine
            end-string
            write ReportLine
        end-if
    end-perform

    move DebitTotal to DebitTotalEdited
    move CreditTotal to CreditTotalEdited
    move spaces to ReportLine
    string
        "Control totals  debits " delimited by size
        DebitTotalEdited delimited by size
        "  credits " delimited by size
        CreditTotalEdited delimited by size
        into ReportLine
    end-string
    write ReportLine.
7000-Exit.
    exit.

8000-SetReturnCode.
    display "GLJournalRun: batch " BatchNumber
        " entries " NumberOfJournalLines
        " exceptions " TransitionsExcepted
    evaluate true
        when BatchRefused equal to 1
            display "GLJournalRun: batch refused - see GLJournalReport.dat"
            set BatchCompletedWithErrors to true
        when TransitionsExcepted is greater than zero
            set BatchCompletedWithWarnings to true
        when other
            set BatchCompletedNormally to true
    end-evaluate.
8000-Exit.
    exit.

9000-Terminate.
    close JournalReport.
9000-Exit.
    exit.

end program GLJournalRun.
