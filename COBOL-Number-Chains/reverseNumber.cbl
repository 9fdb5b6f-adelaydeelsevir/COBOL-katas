identification division.
function-id. reverseNumber.

*> Reverses the significant digits of numberIn, taken in base
*> radixIn (2 through 16, 10 for the original kata): leading zeros
*> are skipped on the way in, and trailing zeros of the input become
*> leading zeros of the result, so 1200 reverses to 21. The digits
*> are peeled off by division, least significant first, and built
*> straight back up in that order - which is the reversal - so the
*> same logic serves every base and never depends on the width of
*> the decimal picture either side. NumberChainReport calls it to
*> show each starting number's digit-reversal alongside its chain
*> length.
*>
*> numberIn/numberOut are sized to 18 digits rather than this kata's
*> original 9, so the utility isn't still bound to the one caller it
*> truly caller-supplied width) is restricted to PIC X/U/N/1 items and
*> is rejected on a numeric PICTURE and on a function's RETURNING
*> item, so a numeric result still has to settle for a wider fixed
*> PICTURE rather than a genuinely open-ended one.

data division.
local-storage section.
01 remainingValue pic 9(18).
01 quotientValue pic 9(18).
01 digit pic 99.

linkage section.
01 numberIn pic 9(18).
01 radixIn pic 99.
01 numberOut pic 9(18).

procedure division using numberIn radixIn returning numberOut.
    initialize numberOut
    move numberIn to remainingValue
    perform until remainingValue equal to zero
        divide remainingValue by radixIn giving quotientValue
            remainder digit
        compute numberOut = numberOut * radixIn + digit
        move quotientValue to remainingValue
    end-perform
    goback
    .
