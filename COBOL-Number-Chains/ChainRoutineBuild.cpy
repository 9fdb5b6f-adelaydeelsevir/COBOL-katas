*> Build stamp of the chain routines - computeNumberChainVariant and
*> the digit routines it drives - stamped on every result cached in
*> ChainResultCache.dat. Move it on (to the date of the change)
*> whenever a change to one of those routines could alter an answer,
*> so ChainCacheVerify can tell which build an entry came from.
01 ChainRoutineBuild pic x(8) value "20261015".
