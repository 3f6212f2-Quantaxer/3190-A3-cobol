*> File: sqrtadjr.cob
*> Name: Peter Hudel
*> Student Number: 1012673
*> Date: 10/15/2026
*> Description: Monthly prior-period adjustment report. Lists every
*> change written to the PPADJ prior-period adjustment file
*> (sqrtadj.cpy) during the month on ADJPRM (yyyymm) - the changes
*> the load, the history fold, the urgent run, the reject repair
*> facility, the backout and the restatement would have made to
*> readings dated in a month already closed (sqrtclos.cob), and did
*> not. Each one shows the reading, the closed month it belongs to,
*> the master it was aimed at, the reason, the old and new values and
*> the program and run that raised it, so finance sees late changes
*> explicitly instead of finding restated numbers.
*>
*> The totals give the count and the net change in value per closed
*> month. The net change is taken from the history-side adjustments
*> (and those stopped before they were rooted) - the history is the
*> meter-day view finance is reported from, and a late reading
*> loaded at night is adjusted once against each master, so summing
*> both would count it twice.
*>
*> Modification history:
*> 10/15/2026 - Lists the unit factor restatement's adjustments
*>              (reason "RS").

*> --------------------------------------------------------------------------------------------
identification division.
    program-id. sqrtadjr.
*> --------------------------------------------------------------------------------------------
environment division.
    input-output section.
    file-control.
        select adjParmFile assign to "ADJPRM"
            organization is line sequential
            file status is adjParmFileStatus.

        select adjFile assign to "PPADJ"
            organization is line sequential
            file status is adjFileStatus.

        select adjRptFile assign to "PPARPT"
            organization is line sequential
            file status is adjRptFileStatus.
*> --------------------------------------------------------------------------------------------
data division.
    file section.
    fd adjParmFile.
    01 adjParmRecord.
        05 adjParmMonth pic 9(6).

    fd adjFile.
    *> The prior-period adjustments - see sqrtadj.cpy.
    01 adjRecord.
        copy sqrtadj.

    fd adjRptFile.
    *> 160 wide - an adjustment line carries three S9(18)V9(9) values.
    01 adjRptLine pic x(160).

    working-storage section.
        77 adjParmFileStatus pic x(2).
        77 adjFileStatus     pic x(2).
        77 adjRptFileStatus  pic x(2).
        77 endOfAdjFile      pic 9 value 0.
        77 fileOpenAbendCode pic 9(2) value 16.
        77 parmAbendCode     pic 9(2) value 12.

        77 reportMonth pic 9(6) value 0.
        77 reportYear  pic 9(4).
        77 reportMonthNumber pic 9(2).
        77 runMonth    pic 9(6).

        *> Adjustments by the closed month they belong to - the count
        *> of every line, and the net change from the history side.
        77 periodTableLimit pic 9(3) value 240.
        77 periodEntries    pic 9(3) value 0.
        01 periodTable.
            05 periodEntry occurs 240 times.
                10 perMonth     pic 9(6).
                10 perCount     pic 9(7).
                10 perNetChange pic s9(18)v9(9).
        77 perIndex pic 9(3).
        77 perSlot  pic 9(3).
        77 tableAbendCode pic 9(2) value 12.

        77 reasonText  pic x(24).
        77 valueChange pic s9(18)v9(9).

        *> Control totals for the report trailer.
        77 adjustmentsRead     pic 9(7) value 0.
        77 adjustmentsListed   pic 9(7) value 0.
        77 resultsAdjustments  pic 9(7) value 0.
        77 historyAdjustments  pic 9(7) value 0.
        77 unrootedAdjustments pic 9(7) value 0.
        77 formattedCount  pic zzzzzz9.
        77 formattedOld    pic -(18).9(6).
        77 formattedNew    pic -(18).9(6).
        77 formattedChange pic -(18).9(6).
*> --------------------------------------------------------------------------------------------
procedure division.
    *> Main program loop here
    perform readReportMonth.
    perform initializeFiles.
    perform processAdjustments until endOfAdjFile = 1.
    perform finalizeRun.
    stop run.

readReportMonth.
    open input adjParmFile.
    if adjParmFileStatus <> "00"
        display "SQRTADJR ABEND - ADJPRM FAILED TO OPEN, STATUS " adjParmFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    read adjParmFile
        at end
            display "SQRTADJR ABEND - ADJPRM HOLDS NO REPORT MONTH"
            move parmAbendCode to return-code
            stop run
    end-read.
    close adjParmFile.
    if adjParmMonth is not numeric
        display "SQRTADJR ABEND - ADJPRM MONTH IS NOT A YYYYMM MONTH"
        move parmAbendCode to return-code
        stop run
    end-if.
    move adjParmMonth to reportMonth.
    divide reportMonth by 100 giving reportYear
        remainder reportMonthNumber.
    if reportMonthNumber < 1 or reportMonthNumber > 12
        display "SQRTADJR ABEND - ADJPRM MONTH " reportMonth
            " IS NOT A YYYYMM MONTH"
        move parmAbendCode to return-code
        stop run
    end-if.

*> No PPADJ yet just means no adjustment has ever been written - the
*> report still prints, empty, so finance gets it every month.
initializeFiles.
    open input adjFile.
    if adjFileStatus = "35"
        move 1 to endOfAdjFile
    else
        if adjFileStatus <> "00"
            display "SQRTADJR ABEND - PPADJ FAILED TO OPEN, STATUS " adjFileStatus
            move fileOpenAbendCode to return-code
            stop run
        end-if
    end-if.
    open output adjRptFile.
    if adjRptFileStatus <> "00"
        display "SQRTADJR ABEND - PPARPT FAILED TO OPEN, STATUS " adjRptFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    move "PRIOR-PERIOD ADJUSTMENT REPORT - CHANGES TO CLOSED MONTHS"
        to adjRptLine.
    write adjRptLine.
    move spaces to adjRptLine.
    string "ADJUSTMENTS WRITTEN IN....: " reportMonth
        into adjRptLine.
    write adjRptLine.
    move spaces to adjRptLine.
    write adjRptLine.

processAdjustments.
    read adjFile
        at end
            move 1 to endOfAdjFile
        not at end
            perform weighOneAdjustment
    end-read.

*> Only the adjustments written during the report month are listed.
weighOneAdjustment.
    add 1 to adjustmentsRead.
    divide adjRunDate by 100 giving runMonth.
    if runMonth = reportMonth
        perform listOneAdjustment
    end-if.

listOneAdjustment.
    add 1 to adjustmentsListed.
    compute valueChange = adjNewValue - adjOldValue.
    evaluate adjMasterName
        when "RSLTMAST"
            add 1 to resultsAdjustments
        when "HISTMAST"
            add 1 to historyAdjustments
        when other
            add 1 to unrootedAdjustments
    end-evaluate.
    perform findPeriodSlot.
    add 1 to perCount(perSlot).
    if adjMasterName not = "RSLTMAST"
        add valueChange to perNetChange(perSlot)
    end-if.
    perform describeReason.
    move spaces to adjRptLine.
    string "MONTH: " adjPeriod
        " KEY: " adjRecordKey
        " SOURCE: " adjSourceId
        " DATE: " adjReadingDate
        " MASTER: " adjMasterName
        " REASON: " reasonText
        " BY: " adjProgramName
        " RUN: " adjRunDate " " adjRunTime
        into adjRptLine.
    write adjRptLine.
    move adjOldValue to formattedOld.
    move adjNewValue to formattedNew.
    move valueChange to formattedChange.
    move spaces to adjRptLine.
    string "  OLD VALUE: " formattedOld
        " NEW VALUE: " formattedNew
        " CHANGE: " formattedChange
        into adjRptLine.
    write adjRptLine.

*> Finds the closed month's slot in the period table, adding it on
*> first sight.
findPeriodSlot.
    move 0 to perSlot.
    perform matchOnePeriod varying perIndex from 1 by 1
        until perIndex > periodEntries or perSlot > 0.
    if perSlot = 0
        if periodEntries >= periodTableLimit
            display "SQRTADJR ABEND - MORE THAN " periodTableLimit
                " CLOSED MONTHS ADJUSTED IN ONE REPORT"
            move tableAbendCode to return-code
            stop run
        end-if
        add 1 to periodEntries
        move periodEntries to perSlot
        move adjPeriod to perMonth(perSlot)
        move 0 to perCount(perSlot)
        move 0 to perNetChange(perSlot)
    end-if.

matchOnePeriod.
    if perMonth(perIndex) = adjPeriod
        move perIndex to perSlot
    end-if.

describeReason.
    evaluate adjReasonCode
        when "LR"
            move "LATE READING" to reasonText
        when "LE"
            move "LATE ESTIMATE" to reasonText
        when "RR"
            move "RERUN REPLACEMENT" to reasonText
        when "TU"
            move "ESTIMATE TRUE-UP" to reasonText
        when "CF"
            move "CONFLICTING READING" to reasonText
        when "SC"
            move "SENDER CORRECTION" to reasonText
        when "SX"
            move "SENDER CANCELLATION" to reasonText
        when "BO"
            move "LOAD BACKOUT" to reasonText
        when "RP"
            move "REPAIRED REJECT" to reasonText
        when "UR"
            move "URGENT RESUBMISSION" to reasonText
        when "RS"
            move "UNIT FACTOR RESTATEMENT" to reasonText
        when other
            move "UNKNOWN REASON" to reasonText
    end-evaluate.

finalizeRun.
    if adjFileStatus = "00"
        close adjFile
    end-if.
    move spaces to adjRptLine.
    write adjRptLine.
    move "ADJUSTMENTS BY CLOSED MONTH" to adjRptLine.
    write adjRptLine.
    perform writeOnePeriodTotal varying perIndex from 1 by 1
        until perIndex > periodEntries.
    move spaces to adjRptLine.
    write adjRptLine.

    move adjustmentsRead to formattedCount.
    move spaces to adjRptLine.
    string "ADJUSTMENTS ON FILE.......: " formattedCount
        into adjRptLine.
    write adjRptLine.

    move adjustmentsListed to formattedCount.
    move spaces to adjRptLine.
    string "WRITTEN THIS MONTH........: " formattedCount
        into adjRptLine.
    write adjRptLine.

    move historyAdjustments to formattedCount.
    move spaces to adjRptLine.
    string "  AGAINST THE HISTORY.....: " formattedCount
        into adjRptLine.
    write adjRptLine.

    move resultsAdjustments to formattedCount.
    move spaces to adjRptLine.
    string "  AGAINST THE RESULTS.....: " formattedCount
        into adjRptLine.
    write adjRptLine.

    move unrootedAdjustments to formattedCount.
    move spaces to adjRptLine.
    string "  STOPPED BEFORE ROOTING..: " formattedCount
        into adjRptLine.
    write adjRptLine.

    close adjRptFile.
    move 0 to return-code.

writeOnePeriodTotal.
    move perCount(perIndex) to formattedCount.
    move perNetChange(perIndex) to formattedChange.
    move spaces to adjRptLine.
    string "  MONTH: " perMonth(perIndex)
        " ADJUSTMENTS: " formattedCount
        " NET CHANGE TO HISTORY: " formattedChange
        into adjRptLine.
    write adjRptLine.
