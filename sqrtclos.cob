*> File: sqrtclos.cob
*> Name: Peter Hudel
*> Student Number: 1012673
*> Date: 10/15/2026
*> Description: Month-end period close. Once a month's figures are
*> reported to finance they must not move, but nothing stopped the
*> load, the history fold, the urgent run, the reject repair facility
*> or the backout from changing a reading dated in a month long since
*> reported. Given a reading month (yyyymm) on CLOSPRM, this program
*> sweeps the history master and prints a close-out summary per
*> source - facility, actuals, estimates still standing and the total
*> standardized reading - with the month's totals, then appends the
*> month to the PRDCTL period-control file (sqrtprd.cpy) as closed.
*> From then on every program that changes a reading dated in the
*> month writes a prior-period adjustment (sqrtadj.cpy) instead, for
*> the monthly adjustment report (sqrtadjr.cob).
*>
*> Only a month that has ended can be closed, and only once - either
*> mistake abends with the parameter return code and closes nothing.
*> RC 4 means the month closed with no readings on the history at
*> all, almost certainly the wrong month.
*>
*> Each source is summarized under the facility it belonged to at the
*> end of the month (srcasof.cob, from the source change history), so
*> a meter moved since is closed under the facility it read for.
*>
*> Modification history:
*> 10/15/2026 - Close each source under its facility as of the month
*>              end from the source change history instead of its
*>              facility on the master today.

*> --------------------------------------------------------------------------------------------
identification division.
    program-id. sqrtclos.
*> --------------------------------------------------------------------------------------------
environment division.
    input-output section.
    file-control.
        select closParmFile assign to "CLOSPRM"
            organization is line sequential
            file status is closParmFileStatus.

        select histFile assign to "HISTMAST"
            organization is indexed
            access mode is sequential
            record key is histKey
            file status is histFileStatus.

        select srcMastFile assign to "SRCMAST"
            organization is indexed
            access mode is random
            record key is srcSourceId
            file status is srcMastFileStatus.

        select prdCtlFile assign to "PRDCTL"
            organization is line sequential
            file status is prdCtlFileStatus.

        select closRptFile assign to "CLOSRPT"
            organization is line sequential
            file status is closRptFileStatus.
*> --------------------------------------------------------------------------------------------
data division.
    file section.
    fd closParmFile.
    01 closParmRecord.
        05 closParmMonth pic 9(6).

    fd histFile.
    *> The layout the history fold writes - see sqrthmst.cpy.
    01 histRecord.
        copy sqrthmst.

    fd srcMastFile.
    *> The source master srcmaint.cob rebuilds, read only for each
    *> source's facility - see sqrtsrc.cpy.
    01 srcMastRecord.
        copy sqrtsrc.

    fd prdCtlFile.
    *> The closed months - see sqrtprd.cpy.
    01 prdCtlRecord.
        copy sqrtprd.

    fd closRptFile.
    *> 132 wide - a source line carries an S9(18)V9(9) total.
    01 closRptLine pic x(132).

    working-storage section.
        77 closParmFileStatus pic x(2).
        77 histFileStatus     pic x(2).
        77 srcMastFileStatus  pic x(2).
        77 prdCtlFileStatus   pic x(2).
        77 closRptFileStatus  pic x(2).
        77 endOfHistFile      pic 9 value 0.
        77 endOfPrdCtlFile    pic 9 value 0.
        77 fileOpenAbendCode  pic 9(2) value 16.
        77 parmAbendCode      pic 9(2) value 12.

        *> The month being closed, and the current month it must be
        *> earlier than.
        77 closeMonth     pic 9(6) value 0.
        77 closeYear      pic 9(4).
        77 closeMonthNumber pic 9(2).
        77 currentDate    pic 9(8).
        77 currentMonth   pic 9(6).
        77 readingMonth   pic 9(6).
        77 alreadyClosed  pic 9 value 0.

        *> The source being summed - the history is keyed by source and
        *> reading date, so one source's readings arrive together.
        77 currentSourceId   pic x(8) value spaces.
        77 currentFacility   pic x(8).
        77 sourceActuals     pic 9(7) value 0.
        77 sourceEstimates   pic 9(7) value 0.
        77 sourceValueTotal  pic s9(18)v9(9) value 0.

        *> srcasof's calling interface.
        copy sqrtasof.

        *> The month's totals, carried onto the PRDCTL record.
        77 sourcesClosed     pic 9(7) value 0.
        77 monthReadings     pic 9(9) value 0.
        77 monthActuals      pic 9(9) value 0.
        77 monthEstimates    pic 9(9) value 0.
        77 monthValueTotal   pic s9(18)v9(9) value 0.
        77 historyRecordsRead pic 9(9) value 0.

        77 formattedCount    pic zzzzzz9.
        77 formattedBigCount pic zzzzzzzz9.
        77 formattedEstimates pic zzzzzz9.
        77 formattedTotal    pic -(18).9(6).
*> --------------------------------------------------------------------------------------------
procedure division.
    *> Main program loop here
    perform readCloseMonth.
    perform checkNotAlreadyClosed.
    perform initializeFiles.
    perform sweepHistory until endOfHistFile = 1.
    perform flushSource.
    perform finalizeRun.
    stop run.

*> The month to close comes from CLOSPRM - a real month, and one that
*> has ended; closing the running month would lock readings still
*> arriving for it.
readCloseMonth.
    accept currentDate from date yyyymmdd.
    divide currentDate by 100 giving currentMonth.
    open input closParmFile.
    if closParmFileStatus <> "00"
        display "SQRTCLOS ABEND - CLOSPRM FAILED TO OPEN, STATUS " closParmFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    read closParmFile
        at end
            display "SQRTCLOS ABEND - CLOSPRM HOLDS NO MONTH TO CLOSE"
            move parmAbendCode to return-code
            stop run
    end-read.
    close closParmFile.
    if closParmMonth is not numeric
        display "SQRTCLOS ABEND - CLOSPRM MONTH IS NOT A YYYYMM MONTH"
        move parmAbendCode to return-code
        stop run
    end-if.
    move closParmMonth to closeMonth.
    divide closeMonth by 100 giving closeYear
        remainder closeMonthNumber.
    if closeMonthNumber < 1 or closeMonthNumber > 12
        display "SQRTCLOS ABEND - CLOSPRM MONTH " closeMonth
            " IS NOT A YYYYMM MONTH"
        move parmAbendCode to return-code
        stop run
    end-if.
    if closeMonth not < currentMonth
        display "SQRTCLOS ABEND - MONTH " closeMonth
            " HAS NOT ENDED - ONLY A PAST MONTH CAN BE CLOSED"
        move parmAbendCode to return-code
        stop run
    end-if.

*> A month is closed once - a second close would report a summary
*> that no longer matches the one finance was given.
checkNotAlreadyClosed.
    open input prdCtlFile.
    if prdCtlFileStatus = "35"
        move 1 to endOfPrdCtlFile
    else
        if prdCtlFileStatus <> "00"
            display "SQRTCLOS ABEND - PRDCTL FAILED TO OPEN, STATUS " prdCtlFileStatus
            move fileOpenAbendCode to return-code
            stop run
        end-if
        perform readClosedPeriods until endOfPrdCtlFile = 1
        close prdCtlFile
    end-if.
    if alreadyClosed = 1
        display "SQRTCLOS ABEND - MONTH " closeMonth
            " IS ALREADY CLOSED ON PRDCTL"
        move parmAbendCode to return-code
        stop run
    end-if.

readClosedPeriods.
    read prdCtlFile
        at end
            move 1 to endOfPrdCtlFile
        not at end
            if prdStatus = "C" and prdMonth = closeMonth
                move 1 to alreadyClosed
            end-if
    end-read.

initializeFiles.
    open input histFile.
    if histFileStatus <> "00"
        display "SQRTCLOS ABEND - HISTMAST FAILED TO OPEN, STATUS " histFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open input srcMastFile.
    if srcMastFileStatus <> "00"
        display "SQRTCLOS ABEND - SRCMAST FAILED TO OPEN, STATUS " srcMastFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open output closRptFile.
    if closRptFileStatus <> "00"
        display "SQRTCLOS ABEND - CLOSRPT FAILED TO OPEN, STATUS " closRptFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    move "MONTH-END PERIOD CLOSE - CLOSE-OUT SUMMARY BY SOURCE"
        to closRptLine.
    write closRptLine.
    move spaces to closRptLine.
    string "MONTH CLOSED..............: " closeMonth
        into closRptLine.
    write closRptLine.
    move spaces to closRptLine.
    string "CLOSE DATE................: " currentDate
        into closRptLine.
    write closRptLine.
    move spaces to closRptLine.
    write closRptLine.

*> Reads the history in key order, summing each source's readings
*> dated in the month.
sweepHistory.
    read histFile
        at end
            move 1 to endOfHistFile
        not at end
            perform sweepOneHistRecord
    end-read.

sweepOneHistRecord.
    add 1 to historyRecordsRead.
    divide histReadingDate by 100 giving readingMonth.
    if readingMonth = closeMonth
        if histSourceId not = currentSourceId
            perform flushSource
            move histSourceId to currentSourceId
        end-if
        if histEstimateFlag = "Y"
            add 1 to sourceEstimates
        else
            add 1 to sourceActuals
        end-if
        add histUserInput to sourceValueTotal
    end-if.

*> Prints the finished source's close-out line and adds it into the
*> month's totals.
flushSource.
    if currentSourceId not = spaces
        move currentSourceId to srcSourceId
        read srcMastFile
            invalid key
                move "UNKNOWN" to currentFacility
            not invalid key
                move srcFacility to currentFacility
        end-read
        move currentSourceId to asOfSourceId
        compute asOfDate = closeMonth * 100 + 31
        move currentFacility to asOfFacility
        call "srcasof" using asOfSourceId, asOfDate, asOfFacility
        move asOfFacility to currentFacility
        move sourceActuals to formattedCount
        move sourceEstimates to formattedEstimates
        move sourceValueTotal to formattedTotal
        move spaces to closRptLine
        string "SOURCE: " currentSourceId
            " FACILITY: " currentFacility
            " ACTUALS: " formattedCount
            " ESTIMATES: " formattedEstimates
            " TOTAL VALUE: " formattedTotal
            into closRptLine
        write closRptLine
        add 1 to sourcesClosed
        add sourceActuals to monthActuals
        add sourceEstimates to monthEstimates
        add sourceValueTotal to monthValueTotal
    end-if.
    move 0 to sourceActuals.
    move 0 to sourceEstimates.
    move 0 to sourceValueTotal.

*> Marks the month closed on PRDCTL with the totals just reported,
*> then the report's closing totals.
finalizeRun.
    close histFile.
    close srcMastFile.
    compute monthReadings = monthActuals + monthEstimates.
    open extend prdCtlFile.
    if prdCtlFileStatus <> "00"
        open output prdCtlFile
    end-if.
    if prdCtlFileStatus <> "00"
        display "SQRTCLOS ABEND - PRDCTL FAILED TO OPEN, STATUS " prdCtlFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    move closeMonth to prdMonth.
    move "C" to prdStatus.
    move currentDate to prdCloseDate.
    move sourcesClosed to prdSourceCount.
    move monthReadings to prdReadingCount.
    move monthEstimates to prdEstimateCount.
    move monthValueTotal to prdValueTotal.
    write prdCtlRecord.
    close prdCtlFile.
    perform writeCloseTotals.
    close closRptFile.
    *> RC 4 when the month had nothing on the history - it is closed
    *> all the same, but almost certainly not the month meant.
    move 0 to return-code.
    if monthReadings = 0
        move 4 to return-code
    end-if.

writeCloseTotals.
    move spaces to closRptLine.
    write closRptLine.

    move historyRecordsRead to formattedBigCount.
    move spaces to closRptLine.
    string "HISTORY RECORDS READ......: " formattedBigCount
        into closRptLine.
    write closRptLine.

    move sourcesClosed to formattedCount.
    move spaces to closRptLine.
    string "SOURCES WITH READINGS.....: " formattedCount
        into closRptLine.
    write closRptLine.

    move monthActuals to formattedBigCount.
    move spaces to closRptLine.
    string "ACTUAL READINGS...........: " formattedBigCount
        into closRptLine.
    write closRptLine.

    move monthEstimates to formattedBigCount.
    move spaces to closRptLine.
    string "ESTIMATES STANDING........: " formattedBigCount
        into closRptLine.
    write closRptLine.

    move monthReadings to formattedBigCount.
    move spaces to closRptLine.
    string "TOTAL READINGS............: " formattedBigCount
        into closRptLine.
    write closRptLine.

    move monthValueTotal to formattedTotal.
    move spaces to closRptLine.
    string "TOTAL STANDARDIZED VALUE..: " formattedTotal
        into closRptLine.
    write closRptLine.

    move spaces to closRptLine.
    string "MONTH " closeMonth " IS NOW CLOSED - LATER CHANGES TO ITS "
        "READINGS ARE WRITTEN AS PRIOR-PERIOD ADJUSTMENTS"
        into closRptLine.
    write closRptLine.
