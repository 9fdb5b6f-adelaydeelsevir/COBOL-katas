identification division.
function-id. WordsToAmount.

*> The reverse of AmountInWordsInCurrency: reads a spelled-out cheque
*> amount such as "one thousand, two hundred and thirty-four dollars
*> and fifty-six cents" back into 1234.56 and the currency its unit
*> names belong to. Used to prove that the words which actually
*> reached the cheque face still say what the numeral says - a line
*> cut short, or with a word that is not a number word, fails to read
*> rather than reading as some smaller amount, because the phrase must
*> run on to both unit names (in the right singular or plural) before
*> it is accepted.

environment division.
    configuration section.
        repository.
        function all intrinsic.

data division.
    local-storage section.
        01 WorkText     pic x(255) value spaces.
        01 ScanPointer  pic 9(4) value 1 usage binary.
        01 CurrentWord  pic x(20) value spaces.
        01 WordValue    pic 99 value zero.
        01 NumberGroup  pic 9(4) value zero.
        01 NumberTotal  pic 9(12) value zero.
        01 WholeAmount  pic 9(12) value zero.
        01 CentsAmount  pic 9(12) value zero.
        01 WordsRead    pic 9(4) value zero usage binary.

        01 ParsePhase pic 9 value 1 usage binary.
            88 ReadingWhole   value 1.
            88 ReadingCents   value 2.
            88 PhraseComplete value 3.
        01 ParseFailure pic 9 value zero usage binary.
            88 ParseFailed value 1.
        01 NumberWordSeen pic 9 value zero usage binary.
        01 AmountIsNegative pic 9 value zero usage binary.

        01 MajorFamily      pic x(3) value spaces.
        01 MajorIsPlural    pic 9 value zero usage binary.
        01 MinorUnitKind    pic x(7) value spaces.
        01 MinorIsPlural    pic 9 value zero usage binary.

    linkage section.
        01 WordsValue pic x(255).
        copy WordsToAmountResult.

procedure division using WordsValue returning WordsToAmountResult.

Main.
    initialize WorkText, ScanPointer, CurrentWord, NumberGroup,
        NumberTotal, WholeAmount, CentsAmount, WordsRead, ParseFailure,
        NumberWordSeen, AmountIsNegative, MajorFamily, MajorIsPlural,
        MinorUnitKind, MinorIsPlural
    move 1 to ScanPointer
    move 1 to ParsePhase
    move "N" to WA-Status
    move spaces to WA-CurrencyFamily
    move zero to WA-Amount

*> Commas and hyphens only separate the words ("thirty-four",
*> "one thousand, two hundred"), so they read as spaces.
    move lower-case(trim(WordsValue)) to WorkText
    inspect WorkText replacing all "," by space
    inspect WorkText replacing all "-" by space

    perform ReadOneWord thru EndReadOneWord
        until ScanPointer is greater than length(WorkText)
            or ParseFailed

    if not PhraseComplete
        move 1 to ParseFailure
    end-if
    if not ParseFailed
        perform CheckUnitAgreement thru EndCheckUnitAgreement
    end-if
    if ParseFailed
        goback
    end-if

    if WholeAmount is greater than 9999999999
        goback
    end-if
    compute WA-Amount = WholeAmount + (CentsAmount / 100)
    if AmountIsNegative equal to 1
        compute WA-Amount = WA-Amount * -1
    end-if
    move MajorFamily to WA-CurrencyFamily
    move "Y" to WA-Status
    goback
    .
EndMain.

ReadOneWord.
    move spaces to CurrentWord
    unstring WorkText delimited by all space
        into CurrentWord
        with pointer ScanPointer
    end-unstring
    if CurrentWord equal to spaces
        go to EndReadOneWord
    end-if
    add 1 to WordsRead

*> Nothing may follow the minor unit name - anything after it is
*> writing that was never part of the amount.
    if PhraseComplete
        move 1 to ParseFailure
        go to EndReadOneWord
    end-if

    move 99 to WordValue
    perform NumberWordValue thru EndNumberWordValue
    if WordValue not equal to 99
        add WordValue to NumberGroup
        move 1 to NumberWordSeen
        go to EndReadOneWord
    end-if

    evaluate CurrentWord
        when "negative"
            if WordsRead not equal to 1
                move 1 to ParseFailure
            end-if
            move 1 to AmountIsNegative
        when "and"
            continue
        when "hundred"
            if NumberGroup is less than 1 or NumberGroup is greater than 9
                move 1 to ParseFailure
            else
                compute NumberGroup = NumberGroup * 100
            end-if
        when "thousand"
            compute NumberTotal = NumberTotal + (NumberGroup * 1000)
            move zero to NumberGroup
        when "million"
            compute NumberTotal = NumberTotal + (NumberGroup * 1000000)
            move zero to NumberGroup
        when "billion"
            compute NumberTotal = NumberTotal + (NumberGroup * 1000000000)
            move zero to NumberGroup
        when "dollar" when "dollars"
            move "USD" to MajorFamily
            perform CloseWholeAmount thru EndCloseWholeAmount
        when "pound" when "pounds"
            move "GBP" to MajorFamily
            perform CloseWholeAmount thru EndCloseWholeAmount
        when "euro" when "euros"
            move "EUR" to MajorFamily
            perform CloseWholeAmount thru EndCloseWholeAmount
        when "franc" when "francs"
            move "CHF" to MajorFamily
            perform CloseWholeAmount thru EndCloseWholeAmount
        when "cent" when "cents"
            move "cent" to MinorUnitKind
            perform CloseCentsAmount thru EndCloseCentsAmount
        when "penny" when "pence"
            move "penny" to MinorUnitKind
            perform CloseCentsAmount thru EndCloseCentsAmount
        when "centime" when "centimes"
            move "centime" to MinorUnitKind
            perform CloseCentsAmount thru EndCloseCentsAmount
        when other
            move 1 to ParseFailure
    end-evaluate
    .
EndReadOneWord.

*> The major unit name ends the whole part: the number read so far
*> must be non-empty, and the unit must be singular exactly when the
*> whole amount is one.
CloseWholeAmount.
    if not ReadingWhole or NumberWordSeen equal to zero
        move 1 to ParseFailure
        go to EndCloseWholeAmount
    end-if
    compute WholeAmount = NumberTotal + NumberGroup
    if CurrentWord equal to "dollars" or CurrentWord equal to "pounds"
            or CurrentWord equal to "euros" or CurrentWord equal to "francs"
        move 1 to MajorIsPlural
    end-if
    move zero to NumberTotal
    move zero to NumberGroup
    move zero to NumberWordSeen
    move 2 to ParsePhase
    .
EndCloseWholeAmount.

CloseCentsAmount.
    if not ReadingCents or NumberWordSeen equal to zero
            or NumberTotal not equal to zero
            or NumberGroup is greater than 99
        move 1 to ParseFailure
        go to EndCloseCentsAmount
    end-if
    move NumberGroup to CentsAmount
    if CurrentWord equal to "cents" or CurrentWord equal to "pence"
            or CurrentWord equal to "centimes"
        move 1 to MinorIsPlural
    end-if
    move 3 to ParsePhase
    .
EndCloseCentsAmount.

*> Pounds go with pence, francs with centimes, dollars and euros
*> with cents; and each name agrees in number with its amount.
CheckUnitAgreement.
    evaluate MajorFamily
        when "GBP"
            if MinorUnitKind not equal to "penny"
                move 1 to ParseFailure
            end-if
        when "CHF"
            if MinorUnitKind not equal to "centime"
                move 1 to ParseFailure
            end-if
        when other
            if MinorUnitKind not equal to "cent"
                move 1 to ParseFailure
            end-if
    end-evaluate
    if (WholeAmount equal to 1 and MajorIsPlural equal to 1)
            or (WholeAmount not equal to 1 and MajorIsPlural equal to 0)
        move 1 to ParseFailure
    end-if
    if (CentsAmount equal to 1 and MinorIsPlural equal to 1)
            or (CentsAmount not equal to 1 and MinorIsPlural equal to 0)
        move 1 to ParseFailure
    end-if
    .
EndCheckUnitAgreement.

NumberWordValue.
    evaluate CurrentWord
        when "zero"      move 0 to WordValue
        when "one"       move 1 to WordValue
        when "two"       move 2 to WordValue
        when "three"     move 3 to WordValue
        when "four"      move 4 to WordValue
        when "five"      move 5 to WordValue
        when "six"       move 6 to WordValue
        when "seven"     move 7 to WordValue
        when "eight"     move 8 to WordValue
        when "nine"      move 9 to WordValue
        when "ten"       move 10 to WordValue
        when "eleven"    move 11 to WordValue
        when "twelve"    move 12 to WordValue
        when "thirteen"  move 13 to WordValue
        when "fourteen"  move 14 to WordValue
        when "fifteen"   move 15 to WordValue
        when "sixteen"   move 16 to WordValue
        when "seventeen" move 17 to WordValue
        when "eighteen"  move 18 to WordValue
        when "nineteen"  move 19 to WordValue
        when "twenty"    move 20 to WordValue
        when "thirty"    move 30 to WordValue
        when "forty"     move 40 to WordValue
        when "fifty"     move 50 to WordValue
        when "sixty"     move 60 to WordValue
        when "seventy"   move 70 to WordValue
        when "eighty"    move 80 to WordValue
        when "ninety"    move 90 to WordValue
    end-evaluate
    .
EndNumberWordValue.

end function WordsToAmount.
