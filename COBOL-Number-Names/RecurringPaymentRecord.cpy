*> One recurring payment - rent, a retainer, an equipment lease - on
*> RecurringPayments.dat, expanded into Disbursements.dat by
*> RecurringPaymentRun. Frequency is W weekly, F fortnightly, M
*> monthly, Q quarterly or A annual, counted from RP-StartDate; an
*> RP-EndDate of zero runs open-ended. The adjustment rule moves an
*> occurrence that falls on a weekend or holiday: F to the following
*> business day, P to the preceding one, M to the following unless
*> that crosses into the next month (then the preceding), N not at
*> all. RP-OccurrenceCount and RP-LastOccurrence are maintained by
*> the run - the number and scheduled date of the last occurrence
*> generated - so no occurrence is ever generated twice.
01 RecurringPaymentRecord.
    02 RP-TemplateId      pic x(4).
    02 filler             pic x.
    02 RP-Payee           pic x(20).
    02 filler             pic x.
    02 RP-Sign            pic x.
    02 RP-Amount          pic 9(10)v99.
    02 filler             pic x.
    02 RP-AccountCode     pic x(3).
    02 filler             pic x.
    02 RP-CurrencyCode    pic x(3).
    02 filler             pic x.
    02 RP-PayMethod       pic x.
    02 filler             pic x.
    02 RP-ApproverCode    pic x(4).
    02 filler             pic x.
    02 RP-Frequency       pic x.
        88 FrequencyIsValid value "W" "F" "M" "Q" "A".
    02 filler             pic x.
    02 RP-StartDate       pic 9(8).
    02 filler             pic x.
    02 RP-EndDate         pic 9(8).
    02 filler             pic x.
    02 RP-AdjustRule      pic x.
        88 AdjustRuleIsValid value "F" "P" "M" "N".
    02 filler             pic x.
    02 RP-OccurrenceCount pic 9(4).
    02 filler             pic x.
    02 RP-LastOccurrence  pic 9(8).
