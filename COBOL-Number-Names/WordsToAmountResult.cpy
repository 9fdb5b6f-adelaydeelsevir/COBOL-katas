*> What WordsToAmount makes of a spelled-out cheque amount. WA-Status
*> is "Y" only when every word was recognised and the phrase ran the
*> whole way from the number through the major and minor unit names;
*> a truncated or altered line comes back "N" with WA-Amount zero.
*> WA-CurrencyFamily is the currency the unit names belong to - GBP
*> (pounds/pence), EUR (euros/cents), CHF (francs/centimes) or USD
*> for dollars/cents, which also covers the other dollar currencies.
01 WordsToAmountResult.
    02 WA-Status         pic x.
        88 WordsAreReadable value "Y".
    02 WA-CurrencyFamily pic x(3).
    02 WA-Amount         pic s9(10)v99.
