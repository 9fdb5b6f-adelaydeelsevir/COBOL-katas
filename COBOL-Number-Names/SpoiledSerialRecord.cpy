*> A cheque serial spoiled after it was registered, queued on
*> SpoiledSerials.dat by SpoiledFormRun until ChequePrintRun reports
*> it to the bank as cancelled on the account's next positive-pay
*> extract.
01 SpoiledSerialRecord.
    02 SS-AccountCode  pic x(3).
    02 filler          pic x.
    02 SS-ChequeNumber pic 9(6).
    02 filler          pic x.
    02 SS-Payee        pic x(20).
    02 filler          pic x.
    02 SS-Sign         pic x.
    02 SS-Amount       pic 9(10)v99.
    02 filler          pic x.
    02 SS-SpoiledDate  pic 9(8).
