*> digits take part in the product - leading zero-padding is skipped
*> on the way in the same way reverseNumber skips it, since otherwise
*> every number with fewer than 9 digits would multiply out to zero.
*> The digits are taken in base RadixIn (2 through 16, 10 for the
*> original kata); peeling them off by division only ever yields the
*> significant ones.

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
    move 1 to NumberOut
    move NumberIn to RemainingValue
    perform until RemainingValue equal to zero
        divide RemainingValue by RadixIn giving QuotientValue
            remainder DigitValue
        multiply DigitValue by NumberOut
        move QuotientValue to RemainingValue
    end-perform

    if NumberIn equal to zero
        move zero to NumberOut
    end-if
    goback
