*> Companion to orderNumberByAscendingDigits/orderNumberByDescendingDigits:
*> sums the individual digits of NumberIn, for the digit-sum chain
*> variant computeNumberChainVariant can drive instead of the
*> original descending-minus-ascending transform. The digits are
*> taken in base RadixIn (2 through 16, 10 for the original kata).

data division.
local-storage section.
01 RemainingValue pic 9(9).
01 QuotientValue pic 9(9).
01 DigitValue pic 99.

linkage section.
01 NumberIn pic 9(9).
01 RadixIn pic 99.
01 NumberOut pic 9(9).

procedure division using NumberIn RadixIn returning NumberOut.
Main section.
    move zero to NumberOut
    move NumberIn to RemainingValue
    perform until RemainingValue equal to zero
        divide RemainingValue by RadixIn giving QuotientValue
            remainder DigitValue
        add DigitValue to NumberOut
        move QuotientValue to RemainingValue
    end-perform
    goback
    .
