*> Balance-forward receivables master (ReceivablesMaster.dat). One
*> line per open item: an invoice picked up from BowlerInvoices.dat
*> (dated by the last day of its billing period) or an unapplied
*> credit left by a payment larger than everything the bowler owed.
*> A bowler's balance forward is the sum of the open invoice amounts
*> less any credits; a fully paid invoice drops off the master.
01 ReceivablesMasterRecord.
    02 RM-BowlerName    pic x(20).
    02 filler           pic x.
    02 RM-ItemType      pic x.
        88 ItemIsOpenInvoice value "I".
        88 ItemIsUnappliedCredit value "C".
    02 filler           pic x.
    02 RM-ItemDate      pic 9(8).
    02 filler           pic x.
    02 RM-PeriodFrom    pic 9(8).
    02 filler           pic x.
    02 RM-OriginalAmount pic 9(7)v99.
    02 filler           pic x.
    02 RM-OpenAmount    pic 9(7)v99.
    02 filler           pic x.
    02 RM-LastPaidDate  pic 9(8).
