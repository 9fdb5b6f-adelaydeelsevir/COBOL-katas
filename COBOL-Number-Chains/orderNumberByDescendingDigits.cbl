identification division.
function-id. orderNumberByDescendingDigits.

*> Rearranges the significant digits of numberIn, taken in base
*> radixIn (2 through 16, 10 for the original kata), largest first.
*> The digits are peeled off by division rather than read out of the
*> decimal picture, so the same sort serves every base; in base 10 a
*> number keeps its own digit count exactly as before (1000 gives
*> 1000, not 100000000). The caller keeps numbers to a digit count
*> whose largest value still fits numberOut.

environment division.
configuration section.

data division.
working-storage section.
01 workingStorage.
    02 workingStorageDigits occurs 30 times.
        03 workingStorageDigit pic 99.

01 significantDigits pic 99.
01 digitOffset pic 99.
01 remainingValue pic 9(9).
01 quotientValue pic 9(9).

linkage section.
01 numberIn pic 9(9).
01 radixIn pic 99.
01 numberOut pic 9(9).

procedure division using numberIn radixIn returning numberOut.
Main section.
    initialize workingStorage
    move numberIn to remainingValue
    move zero to significantDigits
    perform until remainingValue equal to zero
        add 1 to significantDigits
        divide remainingValue by radixIn giving quotientValue
            remainder workingStorageDigit(significantDigits)
        move quotientValue to remainingValue
    end-perform
    sort workingStorageDigits descending
    move zero to numberOut
    perform varying digitOffset from 1 by 1
      until digitOffset greater than significantDigits
        compute numberOut = numberOut * radixIn + workingStorageDigit(digitOffset)
    end-perform
    goback
    .
end function orderNumberByDescendingDigits.
