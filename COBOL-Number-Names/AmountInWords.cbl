function-id. AmountInWordsInCurrency.

*> Currency-aware version of AmountInWords. CurrencyCode recognises
*> "USD" (dollars/cents), "GBP" (pounds/pence), "EUR" (euros/cents)
*> and "CHF" (francs/centimes) today; unrecognised codes fall back to
*> the USD unit names, which also serve the other dollar currencies.

environment division.
    configuration section.
Main.
    initialize WholeAmount, CentsAmount, WholeWords, CentsWords, WordsValue

    evaluate CurrencyCode
        when "GBP"
            move "pound" to MajorUnitSingular
            move "pounds" to MajorUnitPlural
            move "penny" to MinorUnitSingular
            move "pence" to MinorUnitPlural
        when "EUR"
            move "euro" to MajorUnitSingular
            move "euros" to MajorUnitPlural
            move "cent" to MinorUnitSingular
            move "cents" to MinorUnitPlural
        when "CHF"
            move "franc" to MajorUnitSingular
            move "francs" to MajorUnitPlural
            move "centime" to MinorUnitSingular
            move "centimes" to MinorUnitPlural
        when other
            move "dollar" to MajorUnitSingular
            move "dollars" to MajorUnitPlural
            move "cent" to MinorUnitSingular
            move "cents" to MinorUnitPlural
    end-evaluate

    compute WholeAmount = function integer-part(function abs(AmountValue))
    compute CentsAmount rounded = (function abs(AmountValue) - WholeAmount) * 100
