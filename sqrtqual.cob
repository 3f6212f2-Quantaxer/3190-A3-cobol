*> File: sqrtqual.cob
*> Name: Peter Hudel
*> Student Number: 1012673
*> Date: 10/15/2026
*> Description: Monthly data quality scorecard per sending source
*> system. The acknowledgment files tell a sender about individual
*> records, but nothing said whether a sender was getting better or
*> worse - the contract reviews ran on anecdotes. This program adds
*> up the nightly figures the acknowledgment builder, the
*> completeness report, the estimate generator and the history fold
*> append to the quality accumulation file (QUALACC, sqrtqacc.cpy),
*> plus the reject repairs on the corrections log (CORRLOG), for the
*> month on QUALPRM (yyyymm) and the three months before it, and
*> prints one block per source system with the four months side by
*> side:
*>
*>   feeds received, and feeds late against the processing calendar
*>   (CALFILE) - a feed is late when it was processed after the first
*>   calendar date following its business date;
*>   readings received, dropped by the edit, with the unit conversion
*>   defaulted, rejected (and rejected by reason code), and held out
*>   of range or as conflicting readings;
*>   readings that needed repair - the rejects repaired or pended for
*>   approval on the corrections log, by reading date;
*>   meter-days missing and meter-days estimated;
*>   estimates trued up, and the average difference between estimate
*>   and actual (each difference taken as a positive amount);
*>   the quality percentage put in front of the sender.
*>
*> A step rerun appends its figures to QUALACC again - only the
*> latest run's records for a business date, program and source
*> system are counted (the history fold's true-ups excepted, see
*> sqrtqacc.cpy), so a rerun night is not counted twice.
*>
*> Modification history:
*> (none yet)

*> --------------------------------------------------------------------------------------------
identification division.
    program-id. sqrtqual.
*> --------------------------------------------------------------------------------------------
environment division.
    input-output section.
    file-control.
        select qualParmFile assign to "QUALPRM"
            organization is line sequential
            file status is qualParmFileStatus.

        select qualAccFile assign to "QUALACC"
            organization is line sequential
            file status is qualAccFileStatus.

        select corrLogFile assign to "CORRLOG"
            organization is line sequential
            file status is corrLogFileStatus.

        select srcMastFile assign to "SRCMAST"
            organization is indexed
            access mode is random
            record key is srcSourceId
            file status is srcMastFileStatus.

        select calFile assign to "CALFILE"
            organization is line sequential
            file status is calFileStatus.

        select qualRptFile assign to "QUALRPT"
            organization is line sequential
            file status is qualRptFileStatus.

        select sortWork assign to "SORTWK".
*> --------------------------------------------------------------------------------------------
data division.
    file section.
    fd qualParmFile.
    01 qualParmRecord.
        05 qualParmMonth pic 9(6).

    fd qualAccFile.
    *> The nightly quality figures - see sqrtqacc.cpy.
    01 qualAccRecord.
        copy sqrtqacc.

    fd corrLogFile.
    *> The reject repair facility's corrections log, the layout
    *> rejrepair.cob writes.
    01 corrLogRecord.
        05 logDate        pic 9(8).
        05 logTime        pic 9(8).
        05 logOperatorId  pic x(8).
        05 logAction      pic x(1).
        05 logRecordKey   pic 9(8).
        05 logSourceId    pic x(8).
        05 logReadingDate pic 9(8).
        05 logBeforeValue pic s9(11)v9(6)
            sign is leading separate character.
        05 logAfterValue  pic s9(11)v9(6)
            sign is leading separate character.

    fd srcMastFile.
    *> The source master, read only for the source system a repaired
    *> reading's meter belongs to - see sqrtsrc.cpy.
    01 srcMastRecord.
        copy sqrtsrc.

    fd calFile.
    *> The processing calendar - one business date per record,
    *> ascending - the layout runctl reads.
    01 calRecord.
        05 calDate pic 9(8).

    fd qualRptFile.
    01 qualRptLine pic x(132).

    sd sortWork.
    *> The QUALACC layout, sorted by system, business date and
    *> program with each group's latest run first.
    01 sortRecord.
        05 sortBusinessDate pic 9(8).
        05 sortSourceSystem pic x(8).
        05 sortMeasure      pic x(8).
        05 sortReasonCode   pic 9(2).
        05 sortCount        pic 9(9).
        05 sortAmount       pic s9(18)v9(9)
            sign is leading separate character.
        05 sortProgram      pic x(10).
        05 sortRunDate      pic 9(8).
        05 sortRunTime      pic 9(8).

    working-storage section.
        77 qualParmFileStatus pic x(2).
        77 qualAccFileStatus  pic x(2).
        77 corrLogFileStatus  pic x(2).
        77 srcMastFileStatus  pic x(2).
        77 calFileStatus      pic x(2).
        77 qualRptFileStatus  pic x(2).
        77 endOfQualAccFile   pic 9 value 0.
        77 endOfCorrLogFile   pic 9 value 0.
        77 endOfCalFile       pic 9 value 0.
        77 endOfSort          pic 9 value 0.
        77 fileOpenAbendCode  pic 9(2) value 16.
        77 parmAbendCode      pic 9(2) value 12.
        77 tableAbendCode     pic 9(2) value 12.

        *> The report month and the four-month window ending with it,
        *> worked as month serials (year * 12 + month - 1) so the
        *> window crosses a year end without special cases.
        77 reportMonth       pic 9(6) value 0.
        77 reportYear        pic 9(4).
        77 reportMonthNumber pic 9(2).
        77 reportSerial      pic 9(6).
        77 startSerial       pic 9(6).
        77 windowStartDate   pic 9(8).
        77 windowEndDate     pic 9(8).
        77 monthSlots        pic 9(1) value 4.
        01 monthTable.
            05 monthColumn pic 9(6) occurs 4 times.
        77 slotIndex   pic 9(1).
        77 activeSlot  pic 9(1).
        77 checkDate   pic 9(8).
        77 checkMonth  pic 9(6).
        77 checkYear   pic 9(4).
        77 checkMonthNumber pic 9(2).
        77 checkSerial pic 9(6).

        *> The processing calendar from the window start to the first
        *> date past the window - enough to find the next processing
        *> date after any business date in it.
        77 calTableLimit pic 9(3) value 200.
        77 calEntryCount pic 9(3) value 0.
        01 calTable.
            05 calEntry pic 9(8) occurs 200 times.
        77 calIndex     pic 9(3).
        77 calPastEnd   pic 9 value 0.
        77 nextCalDate  pic 9(8).

        *> The figures per source system and month. The measures are
        *> held by number - see the constants below - with the
        *> rejects by reason code alongside.
        77 measureFeeds     pic 9(2) value 1.
        77 measureLate      pic 9(2) value 2.
        77 measureReceived  pic 9(2) value 3.
        77 measureDropped   pic 9(2) value 4.
        77 measureDefaulted pic 9(2) value 5.
        77 measureRejected  pic 9(2) value 6.
        77 measureHeld      pic 9(2) value 7.
        77 measureRepaired  pic 9(2) value 8.
        77 measureMissing   pic 9(2) value 9.
        77 measureEstimated pic 9(2) value 10.
        77 measureTruedUp   pic 9(2) value 11.
        77 measureIndex     pic 9(2).
        77 systemLimit pic 9(2) value 20.
        77 systemCount pic 9(2) value 0.
        01 systemTable.
            05 systemEntry occurs 20 times.
                10 sysName pic x(8).
                10 sysMonth occurs 4 times.
                    15 sysMeasure     pic 9(9) occurs 11 times.
                    15 sysTrueUpTotal pic s9(18)v9(9).
                    15 sysRejected    pic 9(9) occurs 99 times.
        77 sysIndex     pic 9(2).
        77 activeSystem pic 9(2).
        77 lookupSystem pic x(8).
        77 reasonIndex  pic 9(2).
        77 reasonShown  pic 9 value 0.

        *> The group the sorted records are being counted for - only
        *> the records of the group's latest run count.
        77 groupSourceSystem pic x(8) value spaces.
        77 groupBusinessDate pic 9(8) value 0.
        77 groupProgram      pic x(10) value spaces.
        77 groupRunDate      pic 9(8) value 0.
        77 groupRunTime      pic 9(8) value 0.

        *> One scorecard line - the label and the four months.
        01 scoreRow.
            05 rowLabel pic x(28).
            05 rowColumn occurs 4 times.
                10 filler   pic x(2).
                10 rowValue pic x(14).
        77 formattedColumnCount   pic z(13)9.
        77 formattedColumnPct     pic z(10)9.99.
        77 formattedColumnAverage pic z(8)9.9(4).
        77 formattedReason        pic 9(2).
        77 goodReadings      pic s9(11).
        77 possibleReadings  pic 9(11).
        77 qualityPct        pic 9(3)v99.
        77 averageDifference pic 9(9)v9(4).

        *> Control totals for the report trailer.
        77 qualRecordsRead     pic 9(7) value 0.
        77 qualRecordsInWindow pic 9(7) value 0.
        77 qualRecordsRerun    pic 9(7) value 0.
        77 qualRecordsCounted  pic 9(7) value 0.
        77 reportMonthRecords  pic 9(7) value 0.
        77 corrLogRecordsRead  pic 9(7) value 0.
        77 repairsCounted      pic 9(7) value 0.
        77 formattedCount pic zzzzzz9.
*> --------------------------------------------------------------------------------------------
procedure division.
    *> Main program loop here
    perform readReportMonth.
    perform initializeFiles.
    sort sortWork
        on ascending key sortSourceSystem sortBusinessDate sortProgram
        on descending key sortRunDate sortRunTime
        on ascending key sortMeasure sortReasonCode
        input procedure is releaseQualityRecords
        output procedure is countQualityRecords.
    perform countRepairs.
    perform writeScorecard varying sysIndex from 1 by 1
        until sysIndex > systemCount.
    perform finalizeRun.
    stop run.

readReportMonth.
    open input qualParmFile.
    if qualParmFileStatus <> "00"
        display "SQRTQUAL ABEND - QUALPRM FAILED TO OPEN, STATUS " qualParmFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    read qualParmFile
        at end
            display "SQRTQUAL ABEND - QUALPRM HOLDS NO REPORT MONTH"
            move parmAbendCode to return-code
            stop run
    end-read.
    close qualParmFile.
    if qualParmMonth is not numeric
        display "SQRTQUAL ABEND - QUALPRM MONTH IS NOT A YYYYMM MONTH"
        move parmAbendCode to return-code
        stop run
    end-if.
    move qualParmMonth to reportMonth.
    divide reportMonth by 100 giving reportYear
        remainder reportMonthNumber.
    if reportMonthNumber < 1 or reportMonthNumber > 12
        display "SQRTQUAL ABEND - QUALPRM MONTH " reportMonth
            " IS NOT A YYYYMM MONTH"
        move parmAbendCode to return-code
        stop run
    end-if.
    compute reportSerial = reportYear * 12 + reportMonthNumber - 1.
    compute startSerial = reportSerial - monthSlots + 1.
    perform setMonthColumn varying slotIndex from 1 by 1
        until slotIndex > monthSlots.
    compute windowStartDate = monthColumn(1) * 100 + 1.
    compute windowEndDate = reportMonth * 100 + 31.

*> The yyyymm month shown over a column, from its serial.
setMonthColumn.
    compute checkSerial = startSerial + slotIndex - 1.
    divide checkSerial by 12 giving checkYear
        remainder checkMonthNumber.
    compute monthColumn(slotIndex) =
        checkYear * 100 + checkMonthNumber + 1.

initializeFiles.
    initialize systemTable.
    perform loadCalendar.
    open input srcMastFile.
    if srcMastFileStatus <> "00"
        display "SQRTQUAL ABEND - SRCMAST FAILED TO OPEN, STATUS " srcMastFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open output qualRptFile.
    if qualRptFileStatus <> "00"
        display "SQRTQUAL ABEND - QUALRPT FAILED TO OPEN, STATUS " qualRptFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    move "MONTHLY DATA QUALITY SCORECARD BY SOURCE SYSTEM" to qualRptLine.
    write qualRptLine.
    move spaces to qualRptLine.
    string "REPORT MONTH..............: " reportMonth
        into qualRptLine.
    write qualRptLine.
    move spaces to qualRptLine.
    string "QUALITY PERCENTAGE........: (RECEIVED - DROPPED - "
        "DEFAULTED - REJECTED - HELD) / (RECEIVED + MISSING) * 100"
        into qualRptLine.
    write qualRptLine.
    move spaces to qualRptLine.
    string "LATE FEED.................: PROCESSED AFTER THE FIRST "
        "CALENDAR DATE FOLLOWING ITS BUSINESS DATE"
        into qualRptLine.
    write qualRptLine.
    move spaces to qualRptLine.
    write qualRptLine.

*> Keeps the calendar dates from the window start through the first
*> date past the window end.
loadCalendar.
    open input calFile.
    if calFileStatus <> "00"
        display "SQRTQUAL ABEND - CALFILE FAILED TO OPEN, STATUS " calFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    perform loadOneCalendarDate until endOfCalFile = 1.
    close calFile.

loadOneCalendarDate.
    read calFile
        at end
            move 1 to endOfCalFile
        not at end
            if calDate >= windowStartDate
                perform keepOneCalendarDate
            end-if
    end-read.

keepOneCalendarDate.
    if calEntryCount >= calTableLimit
        display "SQRTQUAL ABEND - MORE THAN " calTableLimit
            " CALENDAR DATES IN THE REPORT WINDOW"
        move tableAbendCode to return-code
        stop run
    end-if.
    add 1 to calEntryCount.
    move calDate to calEntry(calEntryCount).
    if calDate > windowEndDate
        move 1 to endOfCalFile
    end-if.

*> ------------------------- quality figures -------------------------

*> Releases the QUALACC records whose business date falls in the
*> four months. No QUALACC yet just means nothing has been
*> accumulated - the scorecard still prints, empty.
releaseQualityRecords.
    open input qualAccFile.
    if qualAccFileStatus = "35"
        move 1 to endOfQualAccFile
    else
        if qualAccFileStatus <> "00"
            display "SQRTQUAL ABEND - QUALACC FAILED TO OPEN, STATUS " qualAccFileStatus
            move fileOpenAbendCode to return-code
            stop run
        end-if
    end-if.
    perform releaseOneQualityRecord until endOfQualAccFile = 1.
    if qualAccFileStatus not = "35"
        close qualAccFile
    end-if.

releaseOneQualityRecord.
    read qualAccFile
        at end
            move 1 to endOfQualAccFile
        not at end
            add 1 to qualRecordsRead
            if qaccBusinessDate >= windowStartDate
                and qaccBusinessDate <= windowEndDate
                add 1 to qualRecordsInWindow
                move qualAccRecord to sortRecord
                release sortRecord
            end-if
    end-read.

countQualityRecords.
    move 0 to endOfSort.
    perform returnOneQualityRecord until endOfSort = 1.

returnOneQualityRecord.
    return sortWork
        at end
            move 1 to endOfSort
        not at end
            perform weighOneQualityRecord
    end-return.

*> The first record of a system, business date and program group is
*> from its latest run - a record from an earlier run of the same
*> night was replaced by the rerun. The history fold's true-ups all
*> count (see sqrtqacc.cpy).
weighOneQualityRecord.
    if sortSourceSystem not = groupSourceSystem
        or sortBusinessDate not = groupBusinessDate
        or sortProgram not = groupProgram
        move sortSourceSystem to groupSourceSystem
        move sortBusinessDate to groupBusinessDate
        move sortProgram to groupProgram
        move sortRunDate to groupRunDate
        move sortRunTime to groupRunTime
    end-if.
    if sortProgram = "SQRTHIST"
        or (sortRunDate = groupRunDate and sortRunTime = groupRunTime)
        perform countOneQualityRecord
    else
        add 1 to qualRecordsRerun
    end-if.

countOneQualityRecord.
    move sortBusinessDate to checkDate.
    perform findMonthSlot.
    move sortSourceSystem to lookupSystem.
    perform findSystemEntry.
    add 1 to qualRecordsCounted.
    if activeSlot = monthSlots
        add 1 to reportMonthRecords
    end-if.
    move 0 to measureIndex.
    evaluate sortMeasure
        when "FEED"
            move measureFeeds to measureIndex
            perform judgeFeedLateness
        when "RECEIVED"
            move measureReceived to measureIndex
        when "DROPPED"
            move measureDropped to measureIndex
        when "DEFAULTD"
            move measureDefaulted to measureIndex
        when "REJECTED"
            move measureRejected to measureIndex
            move sortReasonCode to reasonIndex
            if reasonIndex = 0
                move 99 to reasonIndex
            end-if
            add sortCount to sysRejected(activeSystem, activeSlot, reasonIndex)
        when "HELD"
            move measureHeld to measureIndex
        when "MISSING"
            move measureMissing to measureIndex
        when "ESTIMATE"
            move measureEstimated to measureIndex
        when "TRUEUP"
            move measureTruedUp to measureIndex
            add sortAmount to sysTrueUpTotal(activeSystem, activeSlot)
    end-evaluate.
    if measureIndex > 0
        add sortCount to sysMeasure(activeSystem, activeSlot, measureIndex)
    end-if.

*> A feed processed after the first calendar date following its
*> business date is late. A business date past the end of the loaded
*> calendar cannot be judged and counts as on time.
judgeFeedLateness.
    move 0 to nextCalDate.
    perform checkOneCalendarDate varying calIndex from 1 by 1
        until calIndex > calEntryCount or nextCalDate > 0.
    if nextCalDate > 0 and sortRunDate > nextCalDate
        add sortCount to sysMeasure(activeSystem, activeSlot, measureLate)
    end-if.

checkOneCalendarDate.
    if calEntry(calIndex) > sortBusinessDate
        move calEntry(calIndex) to nextCalDate
    end-if.

*> The window column a date in checkDate falls in.
findMonthSlot.
    divide checkDate by 100 giving checkMonth.
    divide checkMonth by 100 giving checkYear
        remainder checkMonthNumber.
    compute checkSerial = checkYear * 12 + checkMonthNumber - 1.
    compute activeSlot = checkSerial - startSerial + 1.

*> Finds the system in lookupSystem on the system table, adding it
*> on first sight.
findSystemEntry.
    move 0 to activeSystem.
    perform checkOneSystem varying sysIndex from 1 by 1
        until sysIndex > systemCount or activeSystem > 0.
    if activeSystem = 0
        if systemCount >= systemLimit
            display "SQRTQUAL ABEND - MORE THAN " systemLimit
                " SOURCE SYSTEMS ON THE SCORECARD"
            move tableAbendCode to return-code
            stop run
        end-if
        add 1 to systemCount
        move systemCount to activeSystem
        move lookupSystem to sysName(activeSystem)
    end-if.

checkOneSystem.
    if sysName(sysIndex) = lookupSystem
        move sysIndex to activeSystem
    end-if.

*> ------------------------- repairs -------------------------

*> Every reject repaired, or pended for a second operator's approval,
*> on the corrections log needed repair - counted once, by reading
*> date, under the meter's source system (UNKNOWN for a meter no
*> longer on the source master). No CORRLOG yet means no repairs.
countRepairs.
    open input corrLogFile.
    if corrLogFileStatus = "35"
        move 1 to endOfCorrLogFile
    else
        if corrLogFileStatus <> "00"
            display "SQRTQUAL ABEND - CORRLOG FAILED TO OPEN, STATUS " corrLogFileStatus
            move fileOpenAbendCode to return-code
            stop run
        end-if
    end-if.
    perform countOneRepair until endOfCorrLogFile = 1.
    if corrLogFileStatus not = "35"
        close corrLogFile
    end-if.

countOneRepair.
    read corrLogFile
        at end
            move 1 to endOfCorrLogFile
        not at end
            add 1 to corrLogRecordsRead
            if (logAction = "R" or logAction = "P")
                and logReadingDate >= windowStartDate
                and logReadingDate <= windowEndDate
                perform countRepairedReading
            end-if
    end-read.

countRepairedReading.
    move logSourceId to srcSourceId.
    read srcMastFile
        invalid key
            move "UNKNOWN" to lookupSystem
        not invalid key
            move srcSourceSystem to lookupSystem
    end-read.
    perform findSystemEntry.
    move logReadingDate to checkDate.
    perform findMonthSlot.
    add 1 to sysMeasure(activeSystem, activeSlot, measureRepaired).
    add 1 to repairsCounted.

*> ------------------------- scorecard -------------------------

*> One source system's block - a line per measure with the four
*> months side by side, oldest first.
writeScorecard.
    move spaces to qualRptLine.
    string "SOURCE SYSTEM.............: " sysName(sysIndex)
        into qualRptLine.
    write qualRptLine.
    move spaces to scoreRow.
    move "MONTH.....................: " to rowLabel.
    perform setMonthValue varying slotIndex from 1 by 1
        until slotIndex > monthSlots.
    perform writeScoreRow.

    move "FEEDS RECEIVED............: " to rowLabel.
    move measureFeeds to measureIndex.
    perform writeMeasureRow.
    move "FEEDS LATE................: " to rowLabel.
    move measureLate to measureIndex.
    perform writeMeasureRow.
    move "READINGS RECEIVED.........: " to rowLabel.
    move measureReceived to measureIndex.
    perform writeMeasureRow.
    move "DROPPED BY THE EDIT.......: " to rowLabel.
    move measureDropped to measureIndex.
    perform writeMeasureRow.
    move "UNIT CONVERSION DEFAULTED.: " to rowLabel.
    move measureDefaulted to measureIndex.
    perform writeMeasureRow.
    move "REJECTED..................: " to rowLabel.
    move measureRejected to measureIndex.
    perform writeMeasureRow.
    perform writeReasonRow varying reasonIndex from 1 by 1
        until reasonIndex > 98.
    move 99 to reasonIndex.
    perform writeReasonRow.
    move "HELD OR CONFLICTING.......: " to rowLabel.
    move measureHeld to measureIndex.
    perform writeMeasureRow.
    move "NEEDED REPAIR.............: " to rowLabel.
    move measureRepaired to measureIndex.
    perform writeMeasureRow.
    move "METER-DAYS MISSING........: " to rowLabel.
    move measureMissing to measureIndex.
    perform writeMeasureRow.
    move "METER-DAYS ESTIMATED......: " to rowLabel.
    move measureEstimated to measureIndex.
    perform writeMeasureRow.
    move "ESTIMATES TRUED UP........: " to rowLabel.
    move measureTruedUp to measureIndex.
    perform writeMeasureRow.

    move spaces to scoreRow.
    move "AVERAGE TRUE-UP DIFFERENCE: " to rowLabel.
    perform setAverageValue varying slotIndex from 1 by 1
        until slotIndex > monthSlots.
    perform writeScoreRow.
    move spaces to scoreRow.
    move "QUALITY PERCENTAGE........: " to rowLabel.
    perform setQualityValue varying slotIndex from 1 by 1
        until slotIndex > monthSlots.
    perform writeScoreRow.
    move spaces to qualRptLine.
    write qualRptLine.

setMonthValue.
    move monthColumn(slotIndex) to formattedColumnCount.
    move formattedColumnCount to rowValue(slotIndex).

writeMeasureRow.
    perform setMeasureValue varying slotIndex from 1 by 1
        until slotIndex > monthSlots.
    perform writeScoreRow.

setMeasureValue.
    move sysMeasure(sysIndex, slotIndex, measureIndex)
        to formattedColumnCount.
    move formattedColumnCount to rowValue(slotIndex).

*> A reject reason gets a line only when it occurs in one of the
*> four months.
writeReasonRow.
    move 0 to reasonShown.
    perform checkReasonValue varying slotIndex from 1 by 1
        until slotIndex > monthSlots.
    if reasonShown = 1
        move reasonIndex to formattedReason
        move spaces to scoreRow
        string "  REJECT REASON " formattedReason "........: "
            into rowLabel
        perform setReasonValue varying slotIndex from 1 by 1
            until slotIndex > monthSlots
        perform writeScoreRow
    end-if.

checkReasonValue.
    if sysRejected(sysIndex, slotIndex, reasonIndex) > 0
        move 1 to reasonShown
    end-if.

setReasonValue.
    move sysRejected(sysIndex, slotIndex, reasonIndex)
        to formattedColumnCount.
    move formattedColumnCount to rowValue(slotIndex).

setAverageValue.
    if sysMeasure(sysIndex, slotIndex, measureTruedUp) = 0
        move "          NONE" to rowValue(slotIndex)
    else
        compute averageDifference rounded =
            sysTrueUpTotal(sysIndex, slotIndex)
            / sysMeasure(sysIndex, slotIndex, measureTruedUp)
            on size error
                move all "*" to rowValue(slotIndex)
            not on size error
                move averageDifference to formattedColumnAverage
                move formattedColumnAverage to rowValue(slotIndex)
        end-compute
    end-if.

*> The readings that came through clean as a share of every reading
*> the month should have had - the received readings plus the
*> meter-days that never arrived. A reading defaulted and then
*> dropped, rejected or held counts against the sender twice, so the
*> percentage stops at zero.
setQualityValue.
    compute possibleReadings =
        sysMeasure(sysIndex, slotIndex, measureReceived)
        + sysMeasure(sysIndex, slotIndex, measureMissing).
    if possibleReadings = 0
        move "       NO DATA" to rowValue(slotIndex)
    else
        compute goodReadings =
            sysMeasure(sysIndex, slotIndex, measureReceived)
            - sysMeasure(sysIndex, slotIndex, measureDropped)
            - sysMeasure(sysIndex, slotIndex, measureDefaulted)
            - sysMeasure(sysIndex, slotIndex, measureRejected)
            - sysMeasure(sysIndex, slotIndex, measureHeld)
        if goodReadings < 0
            move 0 to goodReadings
        end-if
        compute qualityPct rounded =
            goodReadings * 100 / possibleReadings
        move qualityPct to formattedColumnPct
        move formattedColumnPct to rowValue(slotIndex)
    end-if.

writeScoreRow.
    move scoreRow to qualRptLine.
    write qualRptLine.
    move spaces to scoreRow.

finalizeRun.
    close srcMastFile.
    move qualRecordsRead to formattedCount.
    move spaces to qualRptLine.
    string "QUALACC RECORDS READ......: " formattedCount
        into qualRptLine.
    write qualRptLine.

    move qualRecordsInWindow to formattedCount.
    move spaces to qualRptLine.
    string "IN THE FOUR MONTHS........: " formattedCount
        into qualRptLine.
    write qualRptLine.

    move qualRecordsRerun to formattedCount.
    move spaces to qualRptLine.
    string "REPLACED BY A RERUN.......: " formattedCount
        into qualRptLine.
    write qualRptLine.

    move qualRecordsCounted to formattedCount.
    move spaces to qualRptLine.
    string "QUALACC RECORDS COUNTED...: " formattedCount
        into qualRptLine.
    write qualRptLine.

    move corrLogRecordsRead to formattedCount.
    move spaces to qualRptLine.
    string "CORRLOG RECORDS READ......: " formattedCount
        into qualRptLine.
    write qualRptLine.

    move repairsCounted to formattedCount.
    move spaces to qualRptLine.
    string "REPAIRS COUNTED...........: " formattedCount
        into qualRptLine.
    write qualRptLine.

    move systemCount to formattedCount.
    move spaces to qualRptLine.
    string "SOURCE SYSTEMS REPORTED...: " formattedCount
        into qualRptLine.
    write qualRptLine.
    close qualRptFile.
    *> RC 4 when nothing at all was accumulated for the report month -
    *> almost certainly the wrong month, or the nightly steps are not
    *> writing QUALACC.
    move 0 to return-code.
    if reportMonthRecords = 0
        move 4 to return-code
    end-if.
