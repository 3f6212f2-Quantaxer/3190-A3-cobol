*> File: holdage.cob
*> Name: Peter Hudel
*> Student Number: 1012673
*> Date: 10/15/2026
*> Description: Hold-aging report over the SUSPHOLD suspect-hold file
*> (sqrthold.cpy). One line per held reading - identity, value, the
*> expected range it fell outside, the program that held it and the
*> days it has been held - then a count per age band (0-2, 3-7,
*> 8-30, over 30 days), so a reading nobody has reviewed is seen in
*> the morning instead of sitting forgotten on the file. Run nightly
*> after the batch; RC 4 means at least one reading has been held
*> longer than the HOLDPRM limit (default 7 days) and wants a
*> decision through the hold review facility (holdrev.cob).
*>
*> Modification history:
*> 10/15/2026 - Report title names conflicting readings as well as
*>              those held out of range.
*> 10/15/2026 - Each hold line now shows its reason - out of range,
*>              or one side of a conflicting reading held for review.

*> --------------------------------------------------------------------------------------------
identification division.
    program-id. holdage.
*> --------------------------------------------------------------------------------------------
environment division.
    input-output section.
    file-control.
        select holdFile assign to "SUSPHOLD"
            organization is line sequential
            file status is holdFileStatus.

        select holdParmFile assign to "HOLDPRM"
            organization is line sequential
            file status is holdParmFileStatus.

        select holdRptFile assign to "HOLDRPT"
            organization is line sequential
            file status is holdRptFileStatus.
*> --------------------------------------------------------------------------------------------
data division.
    file section.
    fd holdFile.
    *> The readings held as out of range - see sqrthold.cpy.
    01 holdRecord.
        copy sqrthold.

    fd holdParmFile.
    01 holdParmRecord.
        05 holdParmAgeLimit pic 9(3).

    fd holdRptFile.
    01 holdRptLine pic x(132).

    working-storage section.
        77 holdFileStatus     pic x(2).
        77 holdParmFileStatus pic x(2).
        77 holdRptFileStatus  pic x(2).
        77 endOfHoldFile      pic 9 value 0.
        77 fileOpenAbendCode  pic 9(2) value 16.

        copy sqrtstatus.

        *> Days a reading may sit held before the report flags it -
        *> operator-set via HOLDPRM, defaulting to 7.
        77 holdAgeLimit pic 9(3) value 7.

        77 currentDate pic 9(8).
        77 todayNumber pic 9(7).
        77 heldNumber  pic 9(7).
        77 daysHeld    pic 9(5).
        77 overdueFlag pic x(7).
        77 holdReasonText pic x(8).

        *> Age-band counts and totals for the report trailer.
        77 holdsRead     pic 9(7) value 0.
        77 band0to2      pic 9(7) value 0.
        77 band3to7      pic 9(7) value 0.
        77 band8to30     pic 9(7) value 0.
        77 bandOver30    pic 9(7) value 0.
        77 holdsOverdue  pic 9(7) value 0.
        77 oldestDays    pic 9(5) value 0.
        77 formattedCount pic zzzzzz9.
        77 formattedDays  pic zzzz9.
        77 formattedValue pic -(11).9(6).
        77 formattedLow   pic -(11).9(6).
        77 formattedHigh  pic -(11).9(6).
*> --------------------------------------------------------------------------------------------
procedure division.
    *> Main program loop here
    perform initializeFiles.
    perform processHolds until endOfHoldFile = 1.
    perform finalizeRun.
    stop run.

initializeFiles.
    accept currentDate from date yyyymmdd.
    compute todayNumber = function integer-of-date(currentDate).
    perform loadAgeLimit.
    open output holdRptFile.
    if holdRptFileStatus <> "00"
        display "HOLDAGE ABEND - HOLDRPT FAILED TO OPEN, STATUS " holdRptFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    move "SUSPECT-HOLD AGING REPORT - READINGS HELD OUT OF RANGE OR CONFLICTING"
        to holdRptLine.
    write holdRptLine.
    move spaces to holdRptLine.
    string "REPORT DATE...............: " currentDate
        into holdRptLine.
    write holdRptLine.
    move holdAgeLimit to formattedDays.
    move spaces to holdRptLine.
    string "OVERDUE AFTER (DAYS)......: " formattedDays
        into holdRptLine.
    write holdRptLine.
    move spaces to holdRptLine.
    write holdRptLine.
    *> No hold file yet just means nothing has ever been held.
    open input holdFile.
    if holdFileStatus <> "00"
        move 1 to endOfHoldFile
    end-if.

*> Reads the overdue limit from HOLDPRM, keeping the 7-day default
*> when no parameter file is present.
loadAgeLimit.
    open input holdParmFile.
    if holdParmFileStatus = "00"
        read holdParmFile
            at end
                continue
            not at end
                if holdParmAgeLimit > 0
                    move holdParmAgeLimit to holdAgeLimit
                end-if
        end-read
        close holdParmFile
    end-if.

processHolds.
    read holdFile
        at end
            move 1 to endOfHoldFile
        not at end
            perform reportOneHold
    end-read.

reportOneHold.
    add 1 to holdsRead.
    compute heldNumber = function integer-of-date(holdDate).
    compute daysHeld = todayNumber - heldNumber.
    evaluate true
        when daysHeld <= 2
            add 1 to band0to2
        when daysHeld <= 7
            add 1 to band3to7
        when daysHeld <= 30
            add 1 to band8to30
        when other
            add 1 to bandOver30
    end-evaluate.
    if daysHeld > oldestDays
        move daysHeld to oldestDays
    end-if.
    move spaces to overdueFlag.
    if daysHeld > holdAgeLimit
        move "OVERDUE" to overdueFlag
        add 1 to holdsOverdue
    end-if.
    move daysHeld to formattedDays.
    if holdReasonCode = statusConflict
        move "CONFLICT" to holdReasonText
    else
        move "RANGE" to holdReasonText
    end-if.
    move holdUserInput to formattedValue.
    move holdExpectedLow to formattedLow.
    move holdExpectedHigh to formattedHigh.
    move spaces to holdRptLine.
    string "KEY: " holdRecordKey
        " SOURCE: " holdSourceId
        " DATE: " holdReadingDate
        " VALUE: " formattedValue
        " RANGE: " formattedLow " TO " formattedHigh
        " DAYS: " formattedDays
        " " holdReasonText
        " " overdueFlag
        into holdRptLine.
    write holdRptLine.

finalizeRun.
    if holdFileStatus = "00"
        close holdFile
    end-if.
    move spaces to holdRptLine.
    write holdRptLine.

    move holdsRead to formattedCount.
    move spaces to holdRptLine.
    string "READINGS HELD.............: " formattedCount
        into holdRptLine.
    write holdRptLine.

    move band0to2 to formattedCount.
    move spaces to holdRptLine.
    string "HELD 0 - 2 DAYS...........: " formattedCount
        into holdRptLine.
    write holdRptLine.

    move band3to7 to formattedCount.
    move spaces to holdRptLine.
    string "HELD 3 - 7 DAYS...........: " formattedCount
        into holdRptLine.
    write holdRptLine.

    move band8to30 to formattedCount.
    move spaces to holdRptLine.
    string "HELD 8 - 30 DAYS..........: " formattedCount
        into holdRptLine.
    write holdRptLine.

    move bandOver30 to formattedCount.
    move spaces to holdRptLine.
    string "HELD OVER 30 DAYS.........: " formattedCount
        into holdRptLine.
    write holdRptLine.

    move holdsOverdue to formattedCount.
    move spaces to holdRptLine.
    string "HELD PAST THE LIMIT.......: " formattedCount
        into holdRptLine.
    write holdRptLine.

    move oldestDays to formattedDays.
    move spaces to holdRptLine.
    string "OLDEST HOLD (DAYS)........: " formattedDays
        into holdRptLine.
    write holdRptLine.
    close holdRptFile.

    *> RC 4 asks for the hold review - it never holds the night.
    move 0 to return-code.
    if holdsOverdue > 0
        move 4 to return-code
    end-if.
