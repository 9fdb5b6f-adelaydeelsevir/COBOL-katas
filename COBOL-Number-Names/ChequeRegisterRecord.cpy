        88 ChequeIsPaid   value "PAID".
        88 ChequeIsStale  value "STALE".
        88 ChequeIsEscheated value "ESCHEAT".
        88 ChequeIsSpoiled value "SPOILED".
    02 filler          pic x.
    02 CR-PaidDate     pic 9(8).
    02 filler          pic x.
    02 CR-InvoiceRefs  pic x(32).
    02 filler          pic x.
    02 CR-AccountCode  pic x(3).
    02 filler          pic x.
    02 CR-ReplacesCheque pic x(6).
    02 filler          pic x.
    02 CR-CurrencyCode pic x(3).
    02 filler          pic x.
    02 CR-HomeAmount   pic 9(10)v99.
