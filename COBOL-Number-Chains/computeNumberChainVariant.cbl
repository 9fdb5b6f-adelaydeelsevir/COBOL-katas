*> target in this dialect, so "pluggable" here means OrderingMode
*> selects among a small, fixed set of transforms rather than the
*> caller supplying an arbitrary function name.
*>
*> Radix carries the number base (2 through 16; 10 is the original
*> kata) through to whichever transform runs, so a chain can be
*> followed in, say, base 16 to find that base's own fixed points of
*> descending-minus-ascending. numberIn and every ChainPath step are
*> the numbers' values; writing them out in the base is the caller's
*> business.
*>
*> The repeat check looks only at the steps already taken in this
*> call. The step being taken still holds whatever the previous
*> call left there until it is filled, so counting it let one
*> starting number's chain "repeat" on another's value - and made a
*> chain's length depend on which numbers were run before it.

environment division.
configuration section.
01 ChainPath.
    02 ChainPathStep occurs 1 to 99 times depending on numberOfChains.
        03 filler pic 9(9).
01 Radix pic 99.

procedure division using numberIn OrderingMode numberOfChains ChainPath Radix.
    set chainIsRepeating to false
    move numberIn to currentNumber


        evaluate true
            when OrderingModeIsDigitSum
                move digitSumOfNumber(currentNumber, Radix) to result
            when OrderingModeIsDigitProduct
                move digitProductOfNumber(currentNumber, Radix) to result
            when other
                move orderNumberByAscendingDigits(currentNumber, Radix) to numberOrderedAscending
                move orderNumberByDescendingDigits(currentNumber, Radix) to numberOrderedDescending
                subtract numberOrderedAscending from numberOrderedDescending giving result
        end-evaluate

        display "computeNumberChainVariant: " currentNumber " -> " result
        perform varying numberIdx from 1 by 1
          until numberIdx is not less than numberOfChains or chainIsRepeating
            if PreviousResult(numberIdx) is equal to result
                set chainIsRepeating to true
            end-if
        end-perform
        move result to currentNumber
        move result to PreviousResult(numberOfChains)
        move result to ChainPathStep(numberOfChains)
