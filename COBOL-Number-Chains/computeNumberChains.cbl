01 numberOrderedAscending pic 9(9).
01 numberOrderedDescending pic 9(9).
01 result pic 9(9) value zero.
01 DecimalRadix pic 99 value 10.
01 PreviousResultsTable.
    02 PreviousResult occurs 1 to 99 times depending on numberOfChains indexed by numberIdx.
        03 filler pic 9(9).
01 FILLER pic 9 binary.
    88 chainIsRepeating value 1 when set to false is 0.

linkage section.
01 numberIn pic 9(9).
    set chainIsRepeating to false

    perform with test after varying numberOfChains from 1 by 1 until chainIsRepeating
        move orderNumberByAscendingDigits(numberIn, DecimalRadix) to numberOrderedAscending
        move orderNumberByDescendingDigits(numberIn, DecimalRadix) to numberOrderedDescending
        subtract numberOrderedAscending from numberOrderedDescending giving result
        display numberOrderedDescending " - " numberOrderedAscending " = " result
        set numberIdx to 1
