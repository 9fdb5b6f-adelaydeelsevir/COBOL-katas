identification division.
program-id. DateScrubRun.

*> Inbound date scrub, run ahead of the programs that take a date
*> field as YYYYMMDD on trust - the bank's MMDDYY paid items before
*> BankReconciliationRun, the consoles' YYDDD Julian dates before
*> SeasonStandings, the hand-keyed slash dates. Each line of
*> DateScrubParms.dat names one inbound file, the cleaned copy to
*> write, the date field's name, its starting column and width, and
*> the format code it arrives in (any code ConvertDateToYmd knows).
*> Every record's field is put through ConvertDateToYmd: a record
*> that converts is written to the cleaned copy with the field
*> replaced by the eight-digit YYYYMMDD date - the columns after it
*> move right when the inbound field was narrower - and a record
*> that doesn't is left out of the copy and listed on
*> DateScrubRejects.dat with its record number, the value as it
*> arrived and the reason. Rejects end the run with a warning; a
*> parm line that can't be used, or an inbound file that isn't
*> there, ends it with an error.

environment division.
configuration section.
    repository.
        function all intrinsic
        function ConvertDateToYmd.

input-output section.
file-control.
    select DateScrubParms assign to "DateScrubParms.dat"
        organization is line sequential
        file status is DateScrubParmsStatus.
    select InboundFile assign to InboundFileName
        organization is line sequential
        file status is InboundFileStatus.
    select CleanedFile assign to CleanedFileName
        organization is line sequential.
    select DateScrubRejects assign to "DateScrubRejects.dat"
        organization is line sequential.

data division.
file section.
    fd DateScrubParms.
        01 DateScrubParmRecord.
            02 DS-InputName  pic x(30).
            02 filler        pic x.
            02 DS-OutputName pic x(30).
            02 filler        pic x.
            02 DS-FieldName  pic x(16).
            02 filler        pic x.
            02 DS-FieldStart pic 999.
            02 filler        pic x.
            02 DS-FieldWidth pic 99.
            02 filler        pic x.
            02 DS-FormatCode pic x(10).

    fd InboundFile.
        01 InboundRecord pic x(512).

    fd CleanedFile.
        01 CleanedRecord pic x(512).

    fd DateScrubRejects.
        01 RejectRecord.
            02 RJ-InputName  pic x(30).
            02 filler        pic x.
            02 RJ-RecordNumber pic 9(6).
            02 filler        pic x.
            02 RJ-FieldName  pic x(16).
            02 filler        pic x.
            02 RJ-Value      pic x(10).
            02 filler        pic x.
            02 RJ-Reason     pic x(24).

working-storage section.
    01 DateScrubParmsStatus pic xx value spaces.
        88 DateScrubParmsNotFound value "35".
        88 EndOfDateScrubParms value "10".
    01 InboundFileStatus pic xx value spaces.
        88 InboundFileFound value "00".
        88 EndOfInboundFile value "10".

    01 InboundFileName pic x(30) value spaces.
    01 CleanedFileName pic x(30) value spaces.

    01 FieldValue pic x(10) value spaces.
    01 FormatCode pic x(10) value spaces.
    copy DateConversionResult.
    01 DateIsValid pic 9 value zero.
    01 FieldEnd pic 9(4) value zero.
    01 TailLength pic s9(4) value zero.
    01 TailStart pic 9(4) value zero.

    01 RecordsRead pic 9(6) value zero.
    01 RecordsCleaned pic 9(6) value zero.
    01 RecordsRejected pic 9(6) value zero.
    01 FilesScrubbed pic 999 value zero.
    01 FilesNotScrubbed pic 999 value zero.
    01 TotalRejected pic 9(7) value zero.

    copy BatchReturnCode.

procedure division.

0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    if BatchCompletedWithErrors
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 2000-ScrubAllFiles thru 2000-Exit
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
    move BatchReturnCode to return-code
    stop run.

1000-Initialize.
    open input DateScrubParms
    if DateScrubParmsNotFound
        display "DateScrubRun: no DateScrubParms.dat on file - nothing to scrub"
        set BatchCompletedWithErrors to true
        go to 1000-Exit
    end-if
    open output DateScrubRejects.
1000-Exit.
    exit.

2000-ScrubAllFiles.
    perform 2100-ReadScrubParm thru 2100-Exit
    perform with test after until EndOfDateScrubParms
        if not EndOfDateScrubParms
            perform 2200-ScrubOneFile thru 2200-Exit
            perform 2100-ReadScrubParm thru 2100-Exit
        end-if
    end-perform
    close DateScrubParms.
2000-Exit.
    exit.

2100-ReadScrubParm.
    read DateScrubParms
        at end set EndOfDateScrubParms to true
    end-read.
2100-Exit.
    exit.

2200-ScrubOneFile.
    if DS-InputName equal to spaces or DS-OutputName equal to spaces
            or DS-FieldStart is not numeric or DS-FieldStart equal to zero
            or DS-FieldWidth is not numeric or DS-FieldWidth equal to zero
            or DS-FieldWidth is greater than 10
            or DS-FieldStart + DS-FieldWidth - 1 is greater than 512
        display "DateScrubRun: parm line for " DS-InputName
            " has no usable file names or field position - skipped"
        add 1 to FilesNotScrubbed
        go to 2200-Exit
    end-if
    if DS-InputName equal to DS-OutputName
        display "DateScrubRun: " DS-InputName
            " would be overwritten by its own cleaned copy - skipped"
        add 1 to FilesNotScrubbed
        go to 2200-Exit
    end-if

    move DS-InputName to InboundFileName
    move DS-OutputName to CleanedFileName
    move DS-FormatCode to FormatCode
    compute FieldEnd = DS-FieldStart + DS-FieldWidth - 1
    compute TailStart = FieldEnd + 1
    compute TailLength = function min(512 - FieldEnd, 512 - (DS-FieldStart + 7))

    open input InboundFile
    if not InboundFileFound
        display "DateScrubRun: " DS-InputName " not on file - skipped"
        add 1 to FilesNotScrubbed
        go to 2200-Exit
    end-if
    open output CleanedFile
    move zero to RecordsRead
    move zero to RecordsCleaned
    move zero to RecordsRejected

    perform 2300-ReadInbound thru 2300-Exit
    perform with test after until EndOfInboundFile
        if not EndOfInboundFile
            add 1 to RecordsRead
            perform 2400-ScrubOneRecord thru 2400-Exit
            perform 2300-ReadInbound thru 2300-Exit
        end-if
    end-perform
    close InboundFile
    close CleanedFile

    add 1 to FilesScrubbed
    add RecordsRejected to TotalRejected
    display "DateScrubRun: " DS-InputName " " DS-FieldName " as "
        DS-FormatCode " - " RecordsRead " read, " RecordsCleaned
        " cleaned, " RecordsRejected " rejected".
2200-Exit.
    exit.

2300-ReadInbound.
    read InboundFile
        at end set EndOfInboundFile to true
    end-read.
2300-Exit.
    exit.

2400-ScrubOneRecord.
    move spaces to FieldValue
    move InboundRecord(DS-FieldStart:DS-FieldWidth) to FieldValue
    move ConvertDateToYmd(FieldValue, FormatCode, DateConversionResult)
        to DateIsValid
    if DateIsValid not equal to 1
        add 1 to RecordsRejected
        move spaces to RejectRecord
        move DS-InputName to RJ-InputName
        move RecordsRead to RJ-RecordNumber
        move DS-FieldName to RJ-FieldName
        move FieldValue to RJ-Value
        move DV-Error to RJ-Reason
        write RejectRecord
        go to 2400-Exit
    end-if

*> The field's columns are given over to the eight-digit date and
*> whatever followed it shifts by the difference in width.
    move spaces to CleanedRecord
    if DS-FieldStart is greater than 1
        move InboundRecord(1:DS-FieldStart - 1) to CleanedRecord(1:DS-FieldStart - 1)
    end-if
    move DV-Date to CleanedRecord(DS-FieldStart:8)
    if TailLength is greater than zero and TailStart is not greater than 512
        move InboundRecord(TailStart:TailLength)
            to CleanedRecord(DS-FieldStart + 8:TailLength)
    end-if
    write CleanedRecord
    add 1 to RecordsCleaned.
2400-Exit.
    exit.

8000-SetReturnCode.
    display "DateScrubRun: " FilesScrubbed " file(s) scrubbed, "
        FilesNotScrubbed " skipped, " TotalRejected " record(s) rejected"
    evaluate true
        when FilesNotScrubbed is greater than zero
            set BatchCompletedWithErrors to true
        when TotalRejected is greater than zero
            set BatchCompletedWithWarnings to true
        when other
            set BatchCompletedNormally to true
    end-evaluate.
8000-Exit.
    exit.

9000-Terminate.
    close DateScrubRejects.
9000-Exit.
    exit.

end program DateScrubRun.
