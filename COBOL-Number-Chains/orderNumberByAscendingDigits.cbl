identification division.
function-id. orderNumberByAscendingDigits.

*> Rearranges the digits of numberIn, taken in base radixIn (2
*> through 16, 10 for the original kata), smallest first. Zeros sort
*> to the front and so drop out of the value, as they always have.

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
    sort workingStorageDigits ascending
    move zero to numberOut
    perform varying digitOffset from 1 by 1 until digitOffset greater than 30
        compute numberOut = numberOut * radixIn + workingStorageDigit(digitOffset)
    end-perform
    goback
    .
end function orderNumberByAscendingDigits.
