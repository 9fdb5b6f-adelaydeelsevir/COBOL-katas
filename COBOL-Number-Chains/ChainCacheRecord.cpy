*> One ChainResultCache.dat entry: the starting number (its value),
*> the ordering mode and number base it was run in - together the
*> ordering pair that produced it - its chain length, terminal value,
*> cycle length and cycle entry step, and the build stamp of the
*> chain routines that computed it. An entry written before the base
*> or the build stamp were recorded has them blank: base 10, build
*> unknown.
01 ChainCacheRecord.
    02 CC-Number      pic 9(9).
    02 filler         pic x.
    02 CC-Mode        pic x.
    02 filler         pic x.
    02 CC-Length      pic 999.
    02 filler         pic x.
    02 CC-Terminal    pic 9(9).
    02 filler         pic x.
    02 CC-CycleLength pic 999.
    02 filler         pic x.
    02 CC-EntryStep   pic 999.
    02 filler         pic x.
    02 CC-Radix       pic 99.
    02 filler         pic x.
    02 CC-Build       pic x(8).
