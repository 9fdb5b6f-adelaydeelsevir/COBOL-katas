identification division.
program-id. AmountInWordsTest.

*> Spell out a cheque amount in the currency it is paid in. For example

    *> 1234.56 USD --> one thousand, two hundred and thirty-four
                   *> dollars and fifty-six cents
       *> 1.01 GBP --> one pound and one penny
      *> 25.50 EUR --> twenty-five euros and fifty cents
       *> 2.01 CHF --> two francs and one centime

environment division.
configuration section.
    repository.
        function AmountInWords
        function AmountInWordsInCurrency.

data division.
working-storage section.
01 ExpectedResult pic x(255) value spaces.
01 ReturnedResult pic x(255) value spaces.

*> Both functions take the amount by reference as pic s9(10)v99 and
*> the currency as pic x(3), so every call goes through these sized
*> items rather than literals.
01 AmountToSpell pic s9(10)v99 value zero.
01 CurrencyToSpell pic x(3) value spaces.

procedure division.
Main section.
    move "one thousand, two hundred and thirty-four dollars and fifty-six cents"
        to ExpectedResult
    move 1234.56 to AmountToSpell
    move AmountInWords(AmountToSpell) to ReturnedResult
    call "AssertEquals" using ReturnedResult, ExpectedResult, "1234.56 returns dollars and cents"

    move "one pound and one penny" to ExpectedResult
    move 1.01 to AmountToSpell
    move "GBP" to CurrencyToSpell
    move AmountInWordsInCurrency(AmountToSpell, CurrencyToSpell) to ReturnedResult
    call "AssertEquals" using ReturnedResult, ExpectedResult, "1.01 GBP returns 'one pound and one penny'"

    move "twenty-five euros and fifty cents" to ExpectedResult
    move 25.50 to AmountToSpell
    move "EUR" to CurrencyToSpell
    move AmountInWordsInCurrency(AmountToSpell, CurrencyToSpell) to ReturnedResult
    call "AssertEquals" using ReturnedResult, ExpectedResult, "25.50 EUR returns euros and cents"

    move "one euro and one cent" to ExpectedResult
    move 1.01 to AmountToSpell
    move "EUR" to CurrencyToSpell
    move AmountInWordsInCurrency(AmountToSpell, CurrencyToSpell) to ReturnedResult
    call "AssertEquals" using ReturnedResult, ExpectedResult, "1.01 EUR returns 'one euro and one cent'"

    move "two francs and one centime" to ExpectedResult
    move 2.01 to AmountToSpell
    move "CHF" to CurrencyToSpell
    move AmountInWordsInCurrency(AmountToSpell, CurrencyToSpell) to ReturnedResult
    call "AssertEquals" using ReturnedResult, ExpectedResult, "2.01 CHF returns 'two francs and one centime'"

    move "ten dollars and zero cents" to ExpectedResult
    move 10 to AmountToSpell
    move "CAD" to CurrencyToSpell
    move AmountInWordsInCurrency(AmountToSpell, CurrencyToSpell) to ReturnedResult
    call "AssertEquals" using ReturnedResult, ExpectedResult, "10 CAD falls back to dollars"

    stop run
    .

end program AmountInWordsTest.
