01 ReturnedChainCount pic 999 value zero.
01 ExpectedChainCount pic 999 value zero.
01 VariantOrderingMode pic x(1) value spaces.
01 VariantRadix pic 99 value 10.
01 VariantChainPath.
    02 VariantChainPathStep occurs 1 to 99 times depending on ReturnedChainCount.
        03 filler pic 9(9).
    *> computeNumberChainVariant's "S" (digit-sum) ordering mode.
    move 19 to InitialValue
    move "S" to VariantOrderingMode
    call "computeNumberChainVariant" using InitialValue, VariantOrderingMode, ReturnedChainCount, VariantChainPath, VariantRadix
    move 3 to ExpectedChainCount
    call "AssertEquals" using by content ReturnedChainCount, by content ExpectedChainCount,
        "19 in S mode returns chain count of 3"
    *> computeNumberChainVariant's "P" (digit-product) ordering mode.
    move 39 to InitialValue
    move "P" to VariantOrderingMode
    call "computeNumberChainVariant" using InitialValue, VariantOrderingMode, ReturnedChainCount, VariantChainPath, VariantRadix
    move 4 to ExpectedChainCount
    call "AssertEquals" using by content ReturnedChainCount, by content ExpectedChainCount,
        "39 in P mode returns chain count of 4"

    *> Radix 16: hex 1234 (4660) runs 30ED E952 C3B4 9687 back to 30ED.
    move 4660 to InitialValue
    move "D" to VariantOrderingMode
    move 16 to VariantRadix
    call "computeNumberChainVariant" using InitialValue, VariantOrderingMode, ReturnedChainCount, VariantChainPath, VariantRadix
    move 5 to ExpectedChainCount
    call "AssertEquals" using by content ReturnedChainCount, by content ExpectedChainCount,
        "hex 1234 in base 16 returns chain count of 5"

    *> Radix 16 digit sum: hex FF (255) sums to 1E, then to the fixed point F.
    move 255 to InitialValue
    move "S" to VariantOrderingMode
    move 16 to VariantRadix
    call "computeNumberChainVariant" using InitialValue, VariantOrderingMode, ReturnedChainCount, VariantChainPath, VariantRadix
    move 3 to ExpectedChainCount
    call "AssertEquals" using by content ReturnedChainCount, by content ExpectedChainCount,
        "hex FF in S mode base 16 returns chain count of 3"
    .

end program TestNumberChains.
