*> two good days with the bad one, because nothing could tell which
*> master records a given night had written.
*>
*> A record whose reading date falls in a month the period close has
*> closed (PRDCTL, sqrtprd.cpy) is not backed out - the month's
*> figures are reported and must not move. Its removal is written to
*> the PPADJ prior-period adjustment file (sqrtadj.cpy) instead, and
*> the record stays on the master.
*>
*> Modification history:
*> 10/15/2026 - Records dated in a closed month (PRDCTL) are kept on
*>              both masters and their removal written to the new
*>              PPADJ prior-period adjustment file instead; RC 4 now
*>              also flags a backout that had to keep any.

*> --------------------------------------------------------------------------------------------
identification division.
        select backRptFile assign to "BACKRPT"
            organization is line sequential
            file status is backRptFileStatus.

        select prdCtlFile assign to "PRDCTL"
            organization is line sequential
            file status is prdCtlFileStatus.

        select adjFile assign to "PPADJ"
            organization is line sequential
            file status is adjFileStatus.
*> --------------------------------------------------------------------------------------------
data division.
    file section.
    fd backRptFile.
    01 backRptLine pic x(80).

    fd prdCtlFile.
    *> The months the period close has closed - see sqrtprd.cpy.
    01 prdCtlRecord.
        copy sqrtprd.

    fd adjFile.
    *> Changes to closed months, written instead of applied - see
    *> sqrtadj.cpy.
    01 adjRecord.
        copy sqrtadj.

    working-storage section.
        77 backParmFileStatus pic x(2).
        77 masterFileStatus   pic x(2).
        77 masterRecordsRemoved pic 9(7) value 0.
        77 histRecordsRead      pic 9(7) value 0.
        77 histRecordsRemoved   pic 9(7) value 0.
        77 masterRecordsAdjusted pic 9(7) value 0.
        77 histRecordsAdjusted  pic 9(7) value 0.
        77 formattedCount pic zzzzzz9.

        *> Closed reading months from PRDCTL - a record dated in one
        *> stays on the master and its removal goes to PPADJ as a
        *> prior-period adjustment instead.
        77 prdCtlFileStatus  pic x(2).
        77 adjFileStatus     pic x(2).
        77 endOfPrdCtlFile   pic 9 value 0.
        77 closedTableLimit  pic 9(3) value 240.
        01 closedPeriodTable.
            05 closedPeriod pic 9(6) occurs 240 times.
        77 closedEntryCount  pic 9(3) value 0.
        77 closedIndex       pic 9(3).
        77 checkMonth        pic 9(6).
        77 periodClosed      pic 9 value 0.
        77 runDate           pic 9(8).
        77 runTime           pic 9(8).
*> --------------------------------------------------------------------------------------------
procedure division.
    *> Main program loop here
    perform readBackoutDate.
    perform loadClosedPeriods.
    perform openAdjustmentFile.
    perform backOutResultsMaster.
    perform backOutHistoryMaster.
    perform finalizeRun.
    end-if.
    move backParmDate to backoutDate.

*> Loads the closed months from PRDCTL. No PRDCTL yet just means no
*> month has ever been closed.
loadClosedPeriods.
    open input prdCtlFile.
    if prdCtlFileStatus = "35"
        move 1 to endOfPrdCtlFile
    else
        if prdCtlFileStatus <> "00"
            display "SQRTBACK ABEND - PRDCTL FAILED TO OPEN, STATUS " prdCtlFileStatus
            move fileOpenAbendCode to return-code
            stop run
        end-if
        perform readClosedPeriods until endOfPrdCtlFile = 1
        close prdCtlFile
    end-if.

readClosedPeriods.
    read prdCtlFile
        at end
            move 1 to endOfPrdCtlFile
        not at end
            perform keepClosedPeriod
    end-read.

keepClosedPeriod.
    if prdStatus = "C"
        if closedEntryCount >= closedTableLimit
            display "SQRTBACK ABEND - MORE THAN " closedTableLimit
                " CLOSED MONTHS ON PRDCTL"
            move parmAbendCode to return-code
            stop run
        end-if
        add 1 to closedEntryCount
        move prdMonth to closedPeriod(closedEntryCount)
    end-if.

*> Sets periodClosed when the month in checkMonth has been closed.
checkClosedPeriod.
    move 0 to periodClosed.
    perform checkOneClosedPeriod varying closedIndex from 1 by 1
        until closedIndex > closedEntryCount or periodClosed = 1.

checkOneClosedPeriod.
    if closedPeriod(closedIndex) = checkMonth
        move 1 to periodClosed
    end-if.

*> The adjustment file is cumulative - extended, or created by its
*> first writer.
openAdjustmentFile.
    accept runDate from date yyyymmdd.
    accept runTime from time.
    open extend adjFile.
    if adjFileStatus <> "00"
        open output adjFile
    end-if.
    if adjFileStatus <> "00"
        display "SQRTBACK ABEND - PPADJ FAILED TO OPEN, STATUS " adjFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.

*> Sweeps the results master and deletes every record the backout
*> date's load wrote.
backOutResultsMaster.
        not at end
            add 1 to masterRecordsRead
            if mastLoadDate = backoutDate
                perform backOutMasterRecord
            end-if
    end-read.

*> A reading in a closed month stays on the results master - its
*> removal is written as a prior-period adjustment instead.
backOutMasterRecord.
    divide mastReadingDate by 100 giving checkMonth.
    perform checkClosedPeriod.
    if periodClosed = 1
        move "RSLTMAST" to adjMasterName
        move mastRecordKey to adjRecordKey
        move mastSourceId to adjSourceId
        move mastReadingDate to adjReadingDate
        move mastUserInput to adjOldValue
        move mastResult to adjOldResult
        perform writeAdjustment
        add 1 to masterRecordsAdjusted
    else
        delete masterFile record
        add 1 to masterRecordsRemoved
    end-if.

*> The same sweep over the history master, by the load date the fold
*> stamps on every record.
backOutHistoryMaster.
        not at end
            add 1 to histRecordsRead
            if histLoadDate = backoutDate
                perform backOutHistRecord
            end-if
    end-read.

*> The same for the history master.
backOutHistRecord.
    divide histReadingDate by 100 giving checkMonth.
    perform checkClosedPeriod.
    if periodClosed = 1
        move "HISTMAST" to adjMasterName
        move histRecordKey to adjRecordKey
        move histSourceId to adjSourceId
        move histReadingDate to adjReadingDate
        move histUserInput to adjOldValue
        move histResult to adjOldResult
        perform writeAdjustment
        add 1 to histRecordsAdjusted
    else
        delete histFile record
        add 1 to histRecordsRemoved
    end-if.

*> Completes and writes one adjustment record - a backout would have
*> left nothing of the reading, so its new value and root are zero.
writeAdjustment.
    move checkMonth to adjPeriod.
    move "BO" to adjReasonCode.
    move 0 to adjNewValue.
    move 0 to adjNewResult.
    move "SQRTBACK" to adjProgramName.
    move runDate to adjRunDate.
    move runTime to adjRunTime.
    write adjRecord.

finalizeRun.
    close adjFile.
    perform writeControlReport.
    *> RC 4 when the date removed nothing at all - almost certainly
    *> a mistyped backout date, and worth eyes before the rerun - or
    *> when closed-month records had to be kept, since a rerun of the
    *> date will meet them again as prior-period adjustments.
    move 0 to return-code.
    if masterRecordsRemoved = 0 and histRecordsRemoved = 0
        move 4 to return-code
    end-if.
    if masterRecordsAdjusted > 0 or histRecordsAdjusted > 0
        move 4 to return-code
    end-if.

writeControlReport.
    open output backRptFile.
        into backRptLine.
    write backRptLine.

    move masterRecordsAdjusted to formattedCount.
    move spaces to backRptLine.
    string "RESULTS KEPT AS ADJUSTMENT: " formattedCount
        into backRptLine.
    write backRptLine.

    move histRecordsRead to formattedCount.
    move spaces to backRptLine.
    string "HISTORY RECORDS READ......: " formattedCount
        into backRptLine.
    write backRptLine.

    move histRecordsAdjusted to formattedCount.
    move spaces to backRptLine.
    string "HISTORY KEPT AS ADJUSTMENT: " formattedCount
        into backRptLine.
    write backRptLine.

    close backRptFile.
