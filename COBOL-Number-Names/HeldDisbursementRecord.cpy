    02 HD-Reason       pic x(16).
    02 filler          pic x.
    02 HD-AccountCode  pic x(3).
    02 filler          pic x.
    02 HD-ReplacesCheque pic x(6).
    02 filler          pic x.
    02 HD-CurrencyCode pic x(3).
