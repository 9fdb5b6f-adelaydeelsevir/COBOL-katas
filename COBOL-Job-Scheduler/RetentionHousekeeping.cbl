identification division.
program-id. RetentionHousekeeping.

*> Retention housekeeping for the log and history files that only
*> ever grow - the scheduler's JobRunHistory.dat, the TestResultsLog
*> in every directory, HonorsLog.dat, HeldReviewLog.dat - until the
*> programs reading them slow down. RetentionControl.dat gives one
*> line per file: its path, the days to keep, the column the record
*> date (YYYYMMDD) starts in, an optional block marker, an archive
*> name and up to three protection codes. A record dated before
*> today less the keep days has expired: it is moved to the dated
*> archive file <archive name>.YYYYMMDD.dat, or purged when no
*> archive is named. With a block marker only the lines starting
*> with it carry the date and the lines under them go with it, so a
*> night's run history is kept or archived whole. Lines without a
*> date are always kept, and a date column of zero marks a file whose
*> records carry no date - the audit trails each maintenance run
*> rewrites - which is listed and left alone.
*>
*> Nothing still needed may go, whatever its age. SEASON protects
*> records dated on or after the first game on BowlerGameHistory.dat
*> (the master is cleared at season close, so its games are the open
*> season's), FISCAL those on or after the start of the fiscal period
*> today falls in, CHEQUE those on or after the run date of the
*> oldest cheque still ISSUED on the register. When the file a floor
*> comes from can't be read the floor drops to zero and the rule
*> protects everything. RetentionReport.dat lists what was kept (and
*> how much of that only because it is protected), archived and
*> purged per file. The run rewrites JobRunHistory.dat, so it is run
*> in the morning beside MorningBulletin, never while the scheduler
*> is running.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
file-control.
    select RetentionControl assign to "RetentionControl.dat"
        organization is line sequential
        file status is RetentionControlStatus.
    select RetainedFile assign to RetainedFileName
        organization is line sequential
        file status is RetainedFileStatus.
    select KeptFile assign to KeptFileName
        organization is line sequential.
    select ArchiveFile assign to ArchiveFileName
        organization is line sequential
        file status is ArchiveFileStatus.
    select BowlerGameHistory
        assign to "../COBOL-Ten-Pin-Bowling-Game/BowlerGameHistory.dat"
        organization is line sequential
        file status is GameHistoryStatus.
    select FiscalPeriodCalendar
        assign to "../COBOL-Friday-The-13th/FiscalPeriodCalendar.dat"
        organization is line sequential
        file status is FiscalPeriodCalendarStatus.
    select ChequeRegister
        assign to "../COBOL-Number-Names/ChequeRegister.dat"
        organization is line sequential
        file status is ChequeRegisterStatus.
    select RetentionReport assign to "RetentionReport.dat"
        organization is line sequential.

data division.
file section.
    fd RetentionControl.
        01 RetentionControlRecord.
            02 RT-FileName      pic x(60).
            02 filler           pic x.
            02 RT-KeepDays      pic 9(4).
            02 filler           pic x.
            02 RT-DateColumn    pic 999.
            02 filler           pic x.
            02 RT-BlockMarker   pic x(12).
            02 filler           pic x.
            02 RT-ArchiveName   pic x(60).
            02 filler           pic x.
            02 RT-Protections occurs 3 times.
                03 RT-Protection pic x(6).
                    88 ProtectOpenSeason   value "SEASON".
                    88 ProtectFiscalPeriod value "FISCAL".
                    88 ProtectOutstanding  value "CHEQUE".
                    88 ProtectNothing      value spaces.
                03 filler        pic x.

    fd RetainedFile.
        01 RetainedRecord pic x(512).

    fd KeptFile.
        01 KeptRecord pic x(512).

    fd ArchiveFile.
        01 ArchiveRecord pic x(512).

    fd BowlerGameHistory.
        01 GameHistoryRecord.
            02 filler          pic x(20).
            02 GH-GameDate     pic x(8).
            02 filler          pic x(13).

    fd FiscalPeriodCalendar.
        01 FiscalPeriodRecord.
            02 FC-FiscalYear   pic 9(4).
            02 filler          pic x.
            02 FC-PeriodNumber pic 99.
            02 filler          pic x.
            02 FC-PeriodStart  pic 9(8).
            02 filler          pic x.
            02 FC-PeriodEnd    pic 9(8).

    fd ChequeRegister.
        01 ChequeRegisterRecord.
            02 CR-ChequeNumber pic 9(6).
            02 filler          pic x.
            02 CR-Payee        pic x(20).
            02 filler          pic x.
            02 CR-Sign         pic x.
            02 CR-Amount       pic 9(10)v99.
            02 filler          pic x.
            02 CR-RunDate      pic 9(8).
            02 filler          pic x.
            02 CR-Status       pic x(8).
                88 ChequeIsIssued value "ISSUED".

    fd RetentionReport.
        01 ReportLine pic x(132).

working-storage section.
    01 RetentionControlStatus pic xx value spaces.
        88 RetentionControlNotFound value "35".
        88 EndOfRetentionControl value "10".
    01 RetainedFileStatus pic xx value spaces.
        88 RetainedFileFound value "00".
        88 EndOfRetainedFile value "10".
    01 ArchiveFileStatus pic xx value spaces.
        88 ArchiveFileNotFound value "35".
    01 GameHistoryStatus pic xx value spaces.
        88 GameHistoryNotFound value "35".
        88 EndOfGameHistory value "10".
    01 FiscalPeriodCalendarStatus pic xx value spaces.
        88 FiscalPeriodCalendarNotFound value "35".
        88 EndOfFiscalPeriodCalendar value "10".
    01 ChequeRegisterStatus pic xx value spaces.
        88 ChequeRegisterNotFound value "35".
        88 EndOfChequeRegister value "10".

    01 RetainedFileName pic x(60) value spaces.
    01 KeptFileName pic x(70) value spaces.
    01 ArchiveFileName pic x(80) value spaces.
    01 ShellCommand pic x(200) value spaces.

    01 CurrentDateFields.
        02 RunDate pic 9(8).
        02 filler pic x(13).

*> Protection floors: a record dated on or after the floor of any
*> rule on its file's line is kept. 99999999 protects nothing, zero
*> protects everything.
    01 SeasonFloor pic 9(8) value 99999999.
    01 FiscalFloor pic 9(8) value zero.
    01 ChequeFloor pic 9(8) value 99999999.
    01 FloorsUnknown pic 9 value zero.
    01 GameDateValue pic 9(8) value zero.

    01 ProtectFloor pic 9(8) value zero.
    01 CutoffDate pic 9(8) value zero.
    01 ProtectIdx pic 9 value zero.
    01 ControlLineUsable pic 9 value zero.
        88 ControlLineIsUsable value 1.
    01 MarkerLength pic 99 value zero.
    01 BlockDate pic 9(8) value zero.
    01 RecordDate pic 9(8) value zero.
    01 DateText pic x(8) value spaces.
    01 ArchiveIsOpen pic 9 value zero.
        88 ArchiveWasOpened value 1.

    01 RecordsKept pic 9(7) value zero.
    01 RecordsProtected pic 9(7) value zero.
    01 RecordsArchived pic 9(7) value zero.
    01 RecordsPurged pic 9(7) value zero.
    01 FileNote pic x(40) value spaces.

    01 FilesProcessed pic 999 value zero.
    01 FilesNotOnFile pic 999 value zero.
    01 ControlLinesUnusable pic 999 value zero.
    01 FilesNotReplaced pic 999 value zero.
    01 TotalArchived pic 9(8) value zero.
    01 TotalPurged pic 9(8) value zero.

    01 CountEdited pic z(6)9.

    copy BatchReturnCode.

procedure division.

0000-Mainline.
    perform 1000-Initialize thru 1000-Exit
    if BatchCompletedWithErrors
        move BatchReturnCode to return-code
        stop run
    end-if
    perform 2000-ProcessControlLines thru 2000-Exit
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
    move BatchReturnCode to return-code
    stop run.

1000-Initialize.
    move function current-date to CurrentDateFields
    open input RetentionControl
    if RetentionControlNotFound
        display "RetentionHousekeeping: no RetentionControl.dat on file"
            " - nothing to do"
        set BatchCompletedWithErrors to true
        go to 1000-Exit
    end-if

    perform 1100-FindSeasonFloor thru 1100-Exit
    perform 1200-FindFiscalFloor thru 1200-Exit
    perform 1300-FindChequeFloor thru 1300-Exit

    open output RetentionReport
    move spaces to ReportLine
    string
        "Retention housekeeping " delimited by size
        RunDate delimited by size
        " - open season from " delimited by size
        SeasonFloor delimited by size
        ", fiscal period from " delimited by size
        FiscalFloor delimited by size
        ", oldest outstanding cheque " delimited by size
        ChequeFloor delimited by size
        into ReportLine
    end-string
    write ReportLine
    move spaces to ReportLine
    write ReportLine
    move "File                                                            Kept  Protected   Archived     Purged  Note"
        to ReportLine
    write ReportLine.
1000-Exit.
    exit.

*> The game-history master holds only the open season's games, so
*> its earliest game date is where the season began. An empty master
*> means no game of the new season has been posted yet.
1100-FindSeasonFloor.
    open input BowlerGameHistory
    if GameHistoryNotFound
        display "RetentionHousekeeping: no BowlerGameHistory.dat -"
            " open-season records all protected"
        move zero to SeasonFloor
        move 1 to FloorsUnknown
        go to 1100-Exit
    end-if

    perform 1150-ReadGameHistory thru 1150-Exit
    perform with test after until EndOfGameHistory
        if not EndOfGameHistory
            if GH-GameDate is numeric
                move GH-GameDate to GameDateValue
                if GameDateValue is less than SeasonFloor
                    move GameDateValue to SeasonFloor
                end-if
            end-if
            perform 1150-ReadGameHistory thru 1150-Exit
        end-if
    end-perform
    close BowlerGameHistory.
1100-Exit.
    exit.

1150-ReadGameHistory.
    read BowlerGameHistory
        at end set EndOfGameHistory to true
    end-read.
1150-Exit.
    exit.

1200-FindFiscalFloor.
    move zero to FiscalFloor
    open input FiscalPeriodCalendar
    if FiscalPeriodCalendarNotFound
        display "RetentionHousekeeping: no FiscalPeriodCalendar.dat -"
            " fiscal records all protected"
        move 1 to FloorsUnknown
        go to 1200-Exit
    end-if

    perform 1250-ReadFiscalPeriod thru 1250-Exit
    perform with test after until EndOfFiscalPeriodCalendar
        if not EndOfFiscalPeriodCalendar
            if FC-PeriodStart is numeric and FC-PeriodEnd is numeric
                    and FC-PeriodStart is not greater than RunDate
                    and FC-PeriodEnd is not less than RunDate
                move FC-PeriodStart to FiscalFloor
            end-if
            perform 1250-ReadFiscalPeriod thru 1250-Exit
        end-if
    end-perform
    close FiscalPeriodCalendar

    if FiscalFloor equal to zero
        display "RetentionHousekeeping: no fiscal period covers " RunDate
            " - fiscal records all protected"
        move 1 to FloorsUnknown
    end-if.
1200-Exit.
    exit.

1250-ReadFiscalPeriod.
    read FiscalPeriodCalendar
        at end set EndOfFiscalPeriodCalendar to true
    end-read.
1250-Exit.
    exit.

1300-FindChequeFloor.
    open input ChequeRegister
    if ChequeRegisterNotFound
        display "RetentionHousekeeping: no ChequeRegister.dat -"
            " cheque records all protected"
        move zero to ChequeFloor
        move 1 to FloorsUnknown
        go to 1300-Exit
    end-if

    perform 1350-ReadRegister thru 1350-Exit
    perform with test after until EndOfChequeRegister
        if not EndOfChequeRegister
            if ChequeIsIssued and CR-RunDate is numeric
                    and CR-RunDate is less than ChequeFloor
                move CR-RunDate to ChequeFloor
            end-if
            perform 1350-ReadRegister thru 1350-Exit
        end-if
    end-perform
    close ChequeRegister.
1300-Exit.
    exit.

1350-ReadRegister.
    read ChequeRegister
        at end set EndOfChequeRegister to true
    end-read.
1350-Exit.
    exit.

2000-ProcessControlLines.
    perform 2100-ReadControlLine thru 2100-Exit
    perform with test after until EndOfRetentionControl
        if not EndOfRetentionControl
            perform 2200-ProcessOneFile thru 2200-Exit
            perform 2100-ReadControlLine thru 2100-Exit
        end-if
    end-perform
    close RetentionControl.
2000-Exit.
    exit.

2100-ReadControlLine.
    read RetentionControl
        at end set EndOfRetentionControl to true
    end-read.
2100-Exit.
    exit.

2200-ProcessOneFile.
    move zero to RecordsKept
    move zero to RecordsProtected
    move zero to RecordsArchived
    move zero to RecordsPurged
    move spaces to FileNote

    perform 2210-CheckControlLine thru 2210-Exit
    if not ControlLineIsUsable
        add 1 to ControlLinesUnusable
        display "RetentionHousekeeping: control line for " RT-FileName
            " has no usable keep period, date column or protection"
            " - skipped"
        go to 2200-Exit
    end-if

    move RT-FileName to RetainedFileName
    open input RetainedFile
    if not RetainedFileFound
        add 1 to FilesNotOnFile
        move "not on file" to FileNote
        perform 2800-ReportOneFile thru 2800-Exit
        go to 2200-Exit
    end-if
    add 1 to FilesProcessed

*> A file whose records carry no date is rewritten by every run of
*> the program that writes it; there is nothing in it to age.
    if RT-DateColumn equal to zero
        perform 2300-ReadRetained thru 2300-Exit
        perform with test after until EndOfRetainedFile
            if not EndOfRetainedFile
                add 1 to RecordsKept
                perform 2300-ReadRetained thru 2300-Exit
            end-if
        end-perform
        close RetainedFile
        move "no record dates - kept whole" to FileNote
        perform 2800-ReportOneFile thru 2800-Exit
        go to 2200-Exit
    end-if

    perform 2220-SetProtectFloor thru 2220-Exit
    compute CutoffDate = date-of-integer(integer-of-date(RunDate) - RT-KeepDays)
    move zero to MarkerLength
    if RT-BlockMarker not equal to spaces
        compute MarkerLength = length(trim(RT-BlockMarker trailing))
    end-if
    move zero to BlockDate

    move spaces to KeptFileName
    string
        trim(RT-FileName) delimited by size
        ".keep" delimited by size
        into KeptFileName
    end-string
    move spaces to ArchiveFileName
    if RT-ArchiveName not equal to spaces
        string
            trim(RT-ArchiveName) delimited by size
            "." delimited by size
            RunDate delimited by size
            ".dat" delimited by size
            into ArchiveFileName
        end-string
    end-if
    move zero to ArchiveIsOpen

    open output KeptFile
    perform 2300-ReadRetained thru 2300-Exit
    perform with test after until EndOfRetainedFile
        if not EndOfRetainedFile
            perform 2400-RetainOneRecord thru 2400-Exit
            perform 2300-ReadRetained thru 2300-Exit
        end-if
    end-perform
    close RetainedFile
    close KeptFile
    if ArchiveWasOpened
        close ArchiveFile
    end-if

    perform 2600-ReplaceRetainedFile thru 2600-Exit
    add RecordsArchived to TotalArchived
    add RecordsPurged to TotalPurged
    perform 2800-ReportOneFile thru 2800-Exit.
2200-Exit.
    exit.

2210-CheckControlLine.
    move 1 to ControlLineUsable
    if RT-FileName equal to spaces
            or RT-KeepDays is not numeric
            or RT-DateColumn is not numeric
            or RT-DateColumn is greater than 505
        move zero to ControlLineUsable
        go to 2210-Exit
    end-if
    perform varying ProtectIdx from 1 by 1 until ProtectIdx is greater than 3
        if not ProtectOpenSeason(ProtectIdx)
                and not ProtectFiscalPeriod(ProtectIdx)
                and not ProtectOutstanding(ProtectIdx)
                and not ProtectNothing(ProtectIdx)
            move zero to ControlLineUsable
        end-if
    end-perform.
2210-Exit.
    exit.

2220-SetProtectFloor.
    move 99999999 to ProtectFloor
    perform varying ProtectIdx from 1 by 1 until ProtectIdx is greater than 3
        evaluate true
            when ProtectOpenSeason(ProtectIdx)
                    and SeasonFloor is less than ProtectFloor
                move SeasonFloor to ProtectFloor
            when ProtectFiscalPeriod(ProtectIdx)
                    and FiscalFloor is less than ProtectFloor
                move FiscalFloor to ProtectFloor
            when ProtectOutstanding(ProtectIdx)
                    and ChequeFloor is less than ProtectFloor
                move ChequeFloor to ProtectFloor
            when other
                continue
        end-evaluate
    end-perform.
2220-Exit.
    exit.

2300-ReadRetained.
    read RetainedFile
        at end set EndOfRetainedFile to true
    end-read.
2300-Exit.
    exit.

*> A record's date is the eight digits at the date column - or, for a
*> file with a block marker, those on the last marker line above it.
*> A line with no date (a heading, a line before the first marker)
*> is always kept.
2400-RetainOneRecord.
    move RetainedRecord(RT-DateColumn:8) to DateText
    if MarkerLength is greater than zero
        if RetainedRecord(1:MarkerLength) equal to RT-BlockMarker(1:MarkerLength)
            move zero to BlockDate
            if DateText is numeric
                move DateText to BlockDate
            end-if
        end-if
        move BlockDate to RecordDate
    else
        move zero to RecordDate
        if DateText is numeric
            move DateText to RecordDate
        end-if
    end-if

    evaluate true
        when RecordDate equal to zero
                or RecordDate is not less than CutoffDate
            add 1 to RecordsKept
            move RetainedRecord to KeptRecord
            write KeptRecord
        when RecordDate is not less than ProtectFloor
            add 1 to RecordsKept
            add 1 to RecordsProtected
            move RetainedRecord to KeptRecord
            write KeptRecord
        when ArchiveFileName equal to spaces
            add 1 to RecordsPurged
        when other
            perform 2500-ArchiveOneRecord thru 2500-Exit
    end-evaluate.
2400-Exit.
    exit.

2500-ArchiveOneRecord.
    if not ArchiveWasOpened
        open extend ArchiveFile
        if ArchiveFileNotFound
            open output ArchiveFile
        end-if
        move 1 to ArchiveIsOpen
    end-if
    move RetainedRecord to ArchiveRecord
    write ArchiveRecord
    add 1 to RecordsArchived.
2500-Exit.
    exit.

*> The kept records replace the file only when something actually
*> left it; a file with nothing expired is not touched.
2600-ReplaceRetainedFile.
    move spaces to ShellCommand
    if RecordsArchived equal to zero and RecordsPurged equal to zero
        string
            "rm -f " delimited by size
            trim(KeptFileName) delimited by size
            into ShellCommand
        end-string
        call "SYSTEM" using ShellCommand
        go to 2600-Exit
    end-if

    string
        "mv -f " delimited by size
        trim(KeptFileName) delimited by size
        " " delimited by size
        trim(RT-FileName) delimited by size
        into ShellCommand
    end-string
    call "SYSTEM" using ShellCommand
    if return-code not equal to zero
        add 1 to FilesNotReplaced
        move "NOT REPLACED - see .keep file" to FileNote
        display "RetentionHousekeeping: could not replace "
            trim(RT-FileName) " with " trim(KeptFileName)
    end-if
    move zero to return-code.
2600-Exit.
    exit.

2800-ReportOneFile.
    move spaces to ReportLine
    move RT-FileName to ReportLine(1:60)
    move RecordsKept to CountEdited
    move CountEdited to ReportLine(62:7)
    move RecordsProtected to CountEdited
    move CountEdited to ReportLine(73:7)
    move RecordsArchived to CountEdited
    move CountEdited to ReportLine(84:7)
    move RecordsPurged to CountEdited
    move CountEdited to ReportLine(95:7)
    move FileNote to ReportLine(104:29)
    write ReportLine.
2800-Exit.
    exit.

8000-SetReturnCode.
    display "RetentionHousekeeping: " FilesProcessed " file(s) processed, "
        FilesNotOnFile " not on file, " TotalArchived " record(s) archived, "
        TotalPurged " purged"
    evaluate true
        when FilesNotReplaced is greater than zero
            set BatchCompletedWithErrors to true
        when ControlLinesUnusable is greater than zero
                or FloorsUnknown is greater than zero
            set BatchCompletedWithWarnings to true
        when other
            set BatchCompletedNormally to true
    end-evaluate.
8000-Exit.
    exit.

9000-Terminate.
    close RetentionReport.
9000-Exit.
    exit.

end program RetentionHousekeeping.
