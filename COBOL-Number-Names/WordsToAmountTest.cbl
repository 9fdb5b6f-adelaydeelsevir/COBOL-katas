identification division.
program-id. WordsToAmountTest.

*> Read a spelled-out cheque amount back into a number. For example

    *> one thousand, two hundred and thirty-four dollars and
    *> fifty-six cents                           --> 1234.56 USD
    *> one pound and one penny                   --> 1.01 GBP
    *> negative ten dollars and zero cents       --> -10.00 USD
    *> one thousand, two hundred and thirty-four dollars and
    *> fifty-six cen                             --> unreadable

environment division.
configuration section.
    repository.
        function AmountInWordsInCurrency
        function WordsToAmount.

data division.
working-storage section.
01 ExpectedResult pic x(20) value spaces.
01 ReturnedResult pic x(20) value spaces.

01 WordsToRead pic x(255) value spaces.
copy WordsToAmountResult.

*> The round-trip cases spell the amount with AmountInWordsInCurrency
*> first, so the parser is held to exactly what goes on the face.
01 AmountToSpell pic s9(10)v99 value zero.
01 CurrencyToSpell pic x(3) value spaces.
01 AmountEdited pic -9(10).99 value zero.

procedure division.
Main section.
    move "one thousand, two hundred and thirty-four dollars and fifty-six cents"
        to WordsToRead
    move 1234.56 to AmountToSpell
    move "USD" to CurrencyToSpell
    perform ReadBackAndCompare
    call "AssertEquals" using ReturnedResult, ExpectedResult, "1234.56 dollars reads back as 1234.56 USD"

    move "one pound and one penny" to WordsToRead
    move 1.01 to AmountToSpell
    move "GBP" to CurrencyToSpell
    perform ReadBackAndCompare
    call "AssertEquals" using ReturnedResult, ExpectedResult, "'one pound and one penny' reads back as 1.01 GBP"

    move "negative ten dollars and zero cents" to WordsToRead
    move -10 to AmountToSpell
    move "USD" to CurrencyToSpell
    perform ReadBackAndCompare
    call "AssertEquals" using ReturnedResult, ExpectedResult, "negative ten dollars reads back as -10.00 USD"

    move 43112603.07 to AmountToSpell
    move "EUR" to CurrencyToSpell
    move AmountInWordsInCurrency(AmountToSpell, CurrencyToSpell) to WordsToRead
    perform ReadBackAndCompare
    call "AssertEquals" using ReturnedResult, ExpectedResult, "43112603.07 EUR survives the round trip"

    move 2.01 to AmountToSpell
    move "CHF" to CurrencyToSpell
    move AmountInWordsInCurrency(AmountToSpell, CurrencyToSpell) to WordsToRead
    perform ReadBackAndCompare
    call "AssertEquals" using ReturnedResult, ExpectedResult, "2.01 CHF survives the round trip"

    move "N" to ExpectedResult
    move "one thousand, two hundred and thirty-four dollars and fifty-six cen"
        to WordsToRead
    move WordsToAmount(WordsToRead) to WordsToAmountResult
    move WA-Status to ReturnedResult
    call "AssertEquals" using ReturnedResult, ExpectedResult, "a truncated minor unit is unreadable"

    move "one thousand, two hundred and thirty-four dollars and fif"
        to WordsToRead
    move WordsToAmount(WordsToRead) to WordsToAmountResult
    move WA-Status to ReturnedResult
    call "AssertEquals" using ReturnedResult, ExpectedResult, "words cut off before the cents are unreadable"

    move "one pound and one cent" to WordsToRead
    move WordsToAmount(WordsToRead) to WordsToAmountResult
    move WA-Status to ReturnedResult
    call "AssertEquals" using ReturnedResult, ExpectedResult, "pounds with cents are unreadable"

    move "one dollars and zero cents" to WordsToRead
    move WordsToAmount(WordsToRead) to WordsToAmountResult
    move WA-Status to ReturnedResult
    call "AssertEquals" using ReturnedResult, ExpectedResult, "'one dollars' is unreadable"

    stop run
    .

ReadBackAndCompare.
    move WordsToAmount(WordsToRead) to WordsToAmountResult
    move AmountToSpell to AmountEdited
    move spaces to ExpectedResult
    string CurrencyToSpell delimited by size
        " " delimited by size
        AmountEdited delimited by size
        into ExpectedResult
    end-string
    move spaces to ReturnedResult
    if WordsAreReadable
        move WA-Amount to AmountEdited
        string WA-CurrencyFamily delimited by size
            " " delimited by size
            AmountEdited delimited by size
            into ReturnedResult
        end-string
    else
        move "unreadable" to ReturnedResult
    end-if
    .

end program WordsToAmountTest.
