*> One line per payee paid by funds transfer, kept on
*> PayeeBankDetails.dat by PayeeMaintenanceRun and read by
*> ChequePrintRun. A payee only takes a transfer when eligible:
*> status A, or blank for details on file before prenotes began.
*> P waits on a prenote sent on BD-PrenoteDate, R holds a bank
*> return (reason in BD-ReturnCode) and C is closed.
01 PayeeBankDetailRecord.
    02 BD-Payee       pic x(20).
    02 filler         pic x.
    02 BD-Routing     pic x(9).
    02 filler         pic x.
    02 BD-Account     pic x(12).
    02 filler         pic x.
    02 BD-Status      pic x.
        88 PayeeIsEligible       value space "A".
        88 PayeePrenotePending   value "P".
        88 PayeeBankReturned     value "R".
        88 PayeeIsClosed         value "C".
    02 filler         pic x.
    02 BD-PrenoteDate pic 9(8).
    02 filler         pic x.
    02 BD-ChangedDate pic 9(8).
    02 filler         pic x.
    02 BD-ReturnCode  pic x(3).
