*> One line on the shared run-control file, written by a batch
*> program as it closes a file another program is waiting for (OUT)
*> or once it has read one (IN): the records it took in, wrote out
*> and rejected, and a hash total of the amounts or scores on them.
*> RunControlBalancing ties each producer's OUT line to the IN line
*> its consumer writes after it.
01 RunControlRecord.
    02 CT-RunDate         pic 9(8).
    02 CT-RunTime         pic 9(6).
    02 filler             pic x.
    02 CT-ProgramName     pic x(30).
    02 filler             pic x.
    02 CT-Direction       pic x(3).
        88 ControlIsForOutput value "OUT".
        88 ControlIsForInput  value "IN ".
    02 filler             pic x.
    02 CT-FileName        pic x(30).
    02 filler             pic x.
    02 CT-RecordsIn       pic 9(7).
    02 filler             pic x.
    02 CT-RecordsOut      pic 9(7).
    02 filler             pic x.
    02 CT-RecordsRejected pic 9(7).
    02 filler             pic x.
    02 CT-HashTotal       pic 9(12)v99.
