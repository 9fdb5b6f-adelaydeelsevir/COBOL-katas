*> file, the roster exception report and the rover movement-data
*> exceptions - naming which review queue has items waiting, so
*> the day shift starts from one page.
*>
*> It also reads the rover fleet's contact windows off
*> ../COBOL-Mars-Rover/RoverCommWindows.dat and names every rover
*> that goes longer than the contact-gap limit without a window -
*> before its first window or between two of them - since nothing
*> can be uplinked to it in that time. The limit, in scheduler
*> cycles, is the first field of MorningBulletinParms.dat (50 when
*> the file is absent). Time after a rover's last window is the end
*> of the contact plan, not a gap, and is not reported.

environment division.
configuration section.
        file status is ArtifactFileStatus.
    select Bulletin assign to "MorningBulletin.dat"
        organization is line sequential.
    select BulletinParms assign to "MorningBulletinParms.dat"
        organization is line sequential
        file status is BulletinParmsStatus.
    select RoverCommWindows
        assign to "../COBOL-Mars-Rover/RoverCommWindows.dat"
        organization is line sequential
        file status is CommWindowsStatus.

data division.
file section.
    fd Bulletin.
        01 BulletinLine pic x(120).

    fd BulletinParms.
        01 BulletinParmRecord.
            02 ParmContactGapLimit pic 9(4).

    fd RoverCommWindows.
        01 CommWindowRecord.
            02 CW-RoverId    pic x(2).
            02 filler        pic x.
            02 CW-FirstCycle pic 9(4).
            02 filler        pic x.
            02 CW-LastCycle  pic 9(4).
            02 filler        pic x.
            02 CW-Bandwidth  pic 999.

working-storage section.
    01 JobRunHistoryStatus pic xx value spaces.
        88 JobRunHistoryNotFound value "35".
    01 CleanRcCount pic 99 value zero.
    01 QueuesWithItems pic 9 value zero.

    01 BulletinParmsStatus pic xx value spaces.
        88 BulletinParmsFound value "00".
    01 CommWindowsStatus pic xx value spaces.
        88 CommWindowsNotFound value "35".
        88 EndOfCommWindows value "10".
    01 ContactGapLimit pic 9(4) value 50.

    01 NumberOfCommWindows pic 99 value zero.
    01 CommWindows.
        02 CommWindow occurs 1 to 50 times
                depending on NumberOfCommWindows indexed by WindowIdx ScanIdx.
            03 CX-RoverId    pic x(2).
            03 CX-FirstCycle pic 9(4).
            03 CX-LastCycle  pic 9(4).
            03 CX-RoverDone  pic 9.
    01 RoverIdChecked pic x(2) value spaces.
    01 ContactUntil pic 9(4) value zero.
    01 NextWindowFirst pic 9(4) value zero.
    01 NextWindowLast pic 9(4) value zero.
    01 NextWindowFound pic 9 value zero usage binary.
    01 GapFirstCycle pic 9(4) value zero.
    01 GapLastCycle pic 9(4) value zero.
    01 GapLength pic 9(4) value zero.
    01 RoverHasGap pic 9 value zero usage binary.
    01 RoversOutOfContact pic 99 value zero.

    copy BatchReturnCode.

procedure division.
    perform 1000-Initialize thru 1000-Exit
    perform 2000-EchoLastRun thru 2000-Exit
    perform 3000-CountReviewQueues thru 3000-Exit
    perform 4000-ReportRoverContact thru 4000-Exit
    perform 8000-SetReturnCode thru 8000-Exit
    perform 9000-Terminate thru 9000-Exit
    move BatchReturnCode to return-code
3100-Exit.
    exit.

4000-ReportRoverContact.
    move spaces to BulletinLine
    write BulletinLine
    move "Rover contact" to BulletinLine
    write BulletinLine

    open input BulletinParms
    if BulletinParmsFound
        read BulletinParms
            at end continue
            not at end
                if ParmContactGapLimit is numeric
                    move ParmContactGapLimit to ContactGapLimit
                end-if
        end-read
        close BulletinParms
    end-if

    open input RoverCommWindows
    if CommWindowsNotFound
        move "  (no contact windows on file - every rover in contact)"
            to BulletinLine
        write BulletinLine
        go to 4000-Exit
    end-if
    perform 4050-ReadCommWindow thru 4050-Exit
    perform with test after until EndOfCommWindows
        if not EndOfCommWindows
            if CW-RoverId not equal to spaces
                    and CW-FirstCycle is numeric
                    and CW-LastCycle is numeric
                    and CW-LastCycle is not less than CW-FirstCycle
                    and NumberOfCommWindows is less than 50
                add 1 to NumberOfCommWindows
                move CW-RoverId to CX-RoverId(NumberOfCommWindows)
                move CW-FirstCycle to CX-FirstCycle(NumberOfCommWindows)
                move CW-LastCycle to CX-LastCycle(NumberOfCommWindows)
                move zero to CX-RoverDone(NumberOfCommWindows)
            end-if
            perform 4050-ReadCommWindow thru 4050-Exit
        end-if
    end-perform
    close RoverCommWindows

*> Each rover is checked once, at the first of its windows on the
*> file; every window of that rover is then marked done.
    perform varying WindowIdx from 1 by 1
            until WindowIdx is greater than NumberOfCommWindows
        if CX-RoverDone(WindowIdx) equal to zero
            move CX-RoverId(WindowIdx) to RoverIdChecked
            perform 4100-CheckOneRover thru 4100-Exit
        end-if
    end-perform

    if RoversOutOfContact equal to zero
        move spaces to BulletinLine
        string
            "  (no rover out of contact longer than " delimited by size
            ContactGapLimit delimited by size
            " cycles)" delimited by size
            into BulletinLine
        end-string
        write BulletinLine
    end-if.
4000-Exit.
    exit.

4050-ReadCommWindow.
    read RoverCommWindows
        at end set EndOfCommWindows to true
    end-read.
4050-Exit.
    exit.

*> Walk the rover's windows in cycle order: contact is held up to
*> ContactUntil, the next window is the earliest one reaching past
*> it, and any cycles between the two are a gap.
4100-CheckOneRover.
    move zero to ContactUntil
    move zero to RoverHasGap
    perform 4150-FindNextWindow thru 4150-Exit
    perform until NextWindowFound equal to zero
        if NextWindowFirst is greater than ContactUntil + 1
            compute GapFirstCycle = ContactUntil + 1
            compute GapLastCycle = NextWindowFirst - 1
            compute GapLength = GapLastCycle - GapFirstCycle + 1
            if GapLength is greater than ContactGapLimit
                perform 4200-WriteContactGap thru 4200-Exit
            end-if
        end-if
        move NextWindowLast to ContactUntil
        perform 4150-FindNextWindow thru 4150-Exit
    end-perform
    if RoverHasGap equal to 1
        add 1 to RoversOutOfContact
    end-if.
4100-Exit.
    exit.

4150-FindNextWindow.
    move zero to NextWindowFound
    perform varying ScanIdx from 1 by 1
            until ScanIdx is greater than NumberOfCommWindows
        if CX-RoverId(ScanIdx) equal to RoverIdChecked
            move 1 to CX-RoverDone(ScanIdx)
            if CX-LastCycle(ScanIdx) is greater than ContactUntil
                if NextWindowFound equal to zero
                        or CX-FirstCycle(ScanIdx) is less than NextWindowFirst
                    move 1 to NextWindowFound
                    move CX-FirstCycle(ScanIdx) to NextWindowFirst
                    move CX-LastCycle(ScanIdx) to NextWindowLast
                end-if
            end-if
        end-if
    end-perform.
4150-Exit.
    exit.

4200-WriteContactGap.
    move 1 to RoverHasGap
    move spaces to BulletinLine
    string
        "  rover " delimited by size
        RoverIdChecked delimited by size
        ": OUT OF CONTACT cycles " delimited by size
        GapFirstCycle delimited by size
        "-" delimited by size
        GapLastCycle delimited by size
        " (" delimited by size
        GapLength delimited by size
        " cycles, limit " delimited by size
        ContactGapLimit delimited by size
        ")" delimited by size
        into BulletinLine
    end-string
    write BulletinLine.
4200-Exit.
    exit.

8000-SetReturnCode.
    move spaces to BulletinLine
    write BulletinLine
        QueuesWithItems delimited by size
        " queue(s) holding items, " delimited by size
        WarningsInRun delimited by size
        " step line(s) with rc 4/8 in the last run, " delimited by size
        RoversOutOfContact delimited by size
        " rover(s) with a long contact gap" delimited by size
        into BulletinLine
    end-string
    write BulletinLine

    if QueuesWithItems is greater than zero
            or WarningsInRun is greater than zero
            or RoversOutOfContact is greater than zero
        set BatchCompletedWithWarnings to true
    else
        set BatchCompletedNormally to true
