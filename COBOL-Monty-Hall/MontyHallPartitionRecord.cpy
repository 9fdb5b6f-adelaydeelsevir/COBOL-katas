*> One line per scenario on a partition's MontyHallPartition.Pnn.dat:
*> which partition of how many, the night it ran for, the master
*> seed and the partition's own stream seed, the rounds of the
*> scenario it played and what they scored.
01 PartitionStreamRecord.
    02 PS-Partition      pic 99.
    02 filler            pic x.
    02 PS-PartitionCount pic 99.
    02 filler            pic x.
    02 PS-AsOfDate       pic 9(8).
    02 filler            pic x.
    02 PS-MasterSeed     pic 9(4).
    02 filler            pic x.
    02 PS-StreamSeed     pic 9(6).
    02 filler            pic x.
    02 PS-Scenario       pic 99.
    02 filler            pic x.
    02 PS-Doors          pic 99.
    02 filler            pic x.
    02 PS-HostModel      pic x.
    02 filler            pic x.
    02 PS-RoundFrom      pic 9(6).
    02 filler            pic x.
    02 PS-RoundTo        pic 9(6).
    02 filler            pic x.
    02 PS-StayWins       pic 9(6).
    02 filler            pic x.
    02 PS-SwapWins       pic 9(6).
    02 filler            pic x.
    02 PS-RandomWins     pic 9(6).
    02 filler            pic x.
    02 PS-Voided         pic 9(6).
