*> One line of GLJournalExtract.dat, the general ledger's feed from
*> the disbursement runs. Each batch is an "H" header with the
*> journal date, "D" entries (GL account, DR or CR, amount, the
*> activity that caused it and the cheque it came from) and a "T"
*> trailer carrying the entry count and the debit and credit control
*> totals, which are always equal.
01 GLJournalRecord.
    02 GJ-RecordType  pic x.
        88 JournalHeader  value "H".
        88 JournalEntry   value "D".
        88 JournalTrailer value "T".
    02 GJ-BatchNumber pic 9(6).
    02 filler         pic x.
    02 GJ-EntryBody   pic x(92).
    02 GJ-HeaderBody redefines GJ-EntryBody.
        03 GJ-JournalDate pic 9(8).
        03 filler         pic x(84).
    02 GJ-TrailerBody redefines GJ-EntryBody.
        03 GJ-EntryCount  pic 9(6).
        03 filler         pic x.
        03 GJ-DebitTotal  pic 9(12)v99.
        03 filler         pic x.
        03 GJ-CreditTotal pic 9(12)v99.
        03 filler         pic x(56).
    02 GJ-DetailBody redefines GJ-EntryBody.
        03 GJ-Sequence    pic 9(4).
        03 filler         pic x.
        03 GJ-GLAccount   pic x(10).
        03 filler         pic x.
        03 GJ-DebitCredit pic xx.
            88 EntryIsDebit  value "DR".
            88 EntryIsCredit value "CR".
        03 filler         pic x.
        03 GJ-Amount      pic 9(10)v99.
        03 filler         pic x.
        03 GJ-Source      pic x(8).
        03 filler         pic x.
        03 GJ-AccountCode pic x(3).
        03 filler         pic x.
        03 GJ-ChequeNumber pic 9(6).
        03 filler         pic x.
        03 GJ-Payee       pic x(20).
        03 filler         pic x.
        03 GJ-RunDate     pic 9(8).
        03 filler         pic x(11).
