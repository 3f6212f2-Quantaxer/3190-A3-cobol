*> reject file - never through REJNEW, which a later repair session
*> truncates.
*>
*> A repaired reading dated in a month the period close has closed
*> (PRDCTL, sqrtprd.cpy) never reaches RESUB - rooting and loading it
*> would change a reported month's figures. The corrected value is
*> written to the PPADJ prior-period adjustment file (sqrtadj.cpy)
*> instead, whether it is resubmitted directly or approved in a
*> review session, and the action is logged as usual.
*>
*> Modification history:
*> 10/15/2026 - A repair or approval for a reading dated in a closed
*>              month (PRDCTL) is written to the new PPADJ
*>              prior-period adjustment file instead of RESUB, and
*>              counted separately in the session totals.
*> 10/15/2026 - The reason display covers a conflicting reading the
*>              hold review routed here for a corrected value.
*> 10/15/2026 - RESUB records now carry the hold-release flag the
*>              hold review facility sets; repairs always write it
*>              "N", so a corrected value still meets the expected-
*>              range check. The reason display covers readings the
*>              hold review routed here as out of range.
*> 09/02/2026 - A review session's rejected-back corrections are now
*>              appended directly to the live reject file, and the
*>              pending record carries the original reject reason
        select reprParmFile assign to "REPRPRM"
            organization is line sequential
            file status is reprParmFileStatus.

        select prdCtlFile assign to "PRDCTL"
            organization is line sequential
            file status is prdCtlFileStatus.

        select adjFile assign to "PPADJ"
            organization is line sequential
            file status is adjFileStatus.
*> --------------------------------------------------------------------------------------------
data division.
    file section.
        05 resubUserInput   pic s9(11)v9(6)
            sign is leading separate character.
        05 resubRecycleCount pic 9(2).
        05 resubHoldRelease pic x(1).

    *> The rewritten reject file - only the records still open after
    *> this session; it replaces the live reject file.
    01 reprParmRecord.
        05 reprParmPct pic 9(3)v9(2).

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
        77 rejFileStatus     pic x(2).
        77 resubFileStatus   pic x(2).
        77 pendingApproved   pic 9(7) value 0.
        77 pendingRejected   pic 9(7) value 0.
        77 pendingSkipped    pic 9(7) value 0.
        77 repairsAdjusted   pic 9(7) value 0.

        *> Closed reading months from PRDCTL - a repair dated in one
        *> goes to PPADJ as a prior-period adjustment instead of to
        *> RESUB.
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
        77 periodAbendCode   pic 9(2) value 12.
        77 sessionDate       pic 9(8).
        77 sessionTime       pic 9(8).
*> --------------------------------------------------------------------------------------------
procedure division.
    *> Main program loop here
    perform identifyOperator.
    perform loadApprovalThreshold.
    perform loadClosedPeriods.
    perform openCommonFiles.
    if sessionType = "R"
        perform runRepairSession
    end-if.
    close resubFile.
    close corrLogFile.
    close adjFile.
    stop run.

*> Every session begins with who is at the terminal and which pass
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    accept sessionDate from date yyyymmdd.
    accept sessionTime from time.
    open extend adjFile.
    if adjFileStatus <> "00"
        open output adjFile
    end-if.
    if adjFileStatus <> "00"
        display "REJREPAIR ABEND - PPADJ FAILED TO OPEN, STATUS " adjFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.

*> Loads the closed months from PRDCTL. No PRDCTL yet just means no
*> month has ever been closed.
loadClosedPeriods.
    open input prdCtlFile.
    if prdCtlFileStatus = "35"
        move 1 to endOfPrdCtlFile
    else
        if prdCtlFileStatus <> "00"
            display "REJREPAIR ABEND - PRDCTL FAILED TO OPEN, STATUS " prdCtlFileStatus
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
            display "REJREPAIR ABEND - MORE THAN " closedTableLimit
                " CLOSED MONTHS ON PRDCTL"
            move periodAbendCode to return-code
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

*> Writes the corrected reading as a prior-period adjustment - the
*> caller has set its identity and value. A reject was never on the
*> masters, so there is no old value, and it is stopped before it is
*> rooted, so there is no new root; it would have reached both.
writeRepairAdjustment.
    move checkMonth to adjPeriod.
    move "BOTH" to adjMasterName.
    move "RP" to adjReasonCode.
    move 0 to adjOldValue.
    move 0 to adjOldResult.
    move 0 to adjNewResult.
    move "REJREPAIR" to adjProgramName.
    move sessionDate to adjRunDate.
    move sessionTime to adjRunTime.
    write adjRecord.
    add 1 to repairsAdjusted.
    display "MONTH " checkMonth " IS CLOSED - WRITTEN AS A PRIOR-PERIOD "
        "ADJUSTMENT, NOT RESUBMITTED".

*> ------------------------- repair session -------------------------
runRepairSession.
    display "DROPPED..............: " rejectsDropped.
    display "DROPPED AT LIMIT.....: " rejectsAtLimit.
    display "SKIPPED - STILL OPEN.: " rejectsSkipped.
    display "CLOSED-MONTH ADJUSTED: " repairsAdjusted.
    display "REJNEW NOW REPLACES THE LIVE REJECT FILE.".

reviewRejects.
            display "REASON.......: SOURCE RETIRED"
        when statusReservedKey
            display "REASON.......: RECORD KEY IN RESERVED RANGE"
        when statusOutOfRange
            display "REASON.......: OUTSIDE SOURCE'S EXPECTED RANGE"
        when statusConflict
            display "REASON.......: CONFLICTING READING FOR SOURCE/DATE"
        when other
            display "REASON.......: NEGATIVE INPUT"
    end-evaluate.
    end-if.

writeResubmission.
    divide rejReadingDate by 100 giving checkMonth.
    perform checkClosedPeriod.
    if periodClosed = 1
        move rejRecordKey to adjRecordKey
        move rejSourceId to adjSourceId
        move rejReadingDate to adjReadingDate
        move repairedValue to adjNewValue
        perform writeRepairAdjustment
    else
        move rejRecordKey to resubRecordKey
        move rejSourceId to resubSourceId
        move rejReadingDate to resubReadingDate
        move repairedValue to resubUserInput
        compute resubRecycleCount = rejRecycleCount + 1
        move "N" to resubHoldRelease
        write resubRecord
        add 1 to rejectsResubmitted
        move repairedValue to formattedValue
        display "RESUBMITTED WITH VALUE " formattedValue
    end-if.
    move "R" to repairAction.
    perform writeCorrectionLog.

*> The correction is real but moves the value too far for one pair
*> of hands - it waits on the pending file for a second operator.
    display "APPROVED TO RESUB....: " pendingApproved.
    display "REJECTED TO REPAIR...: " pendingRejected.
    display "SKIPPED - STILL HELD.: " pendingSkipped.
    display "CLOSED-MONTH ADJUSTED: " repairsAdjusted.
    display "PENDNEW NOW REPLACES THE LIVE PENDING FILE.".

reviewPending.
    end-evaluate.

approvePendingCorrection.
    add 1 to pendingApproved.
    divide pendReadingDate by 100 giving checkMonth.
    perform checkClosedPeriod.
    if periodClosed = 1
        move pendRecordKey to adjRecordKey
        move pendSourceId to adjSourceId
        move pendReadingDate to adjReadingDate
        move pendAfterValue to adjNewValue
        perform writeRepairAdjustment
    else
        move pendRecordKey to resubRecordKey
        move pendSourceId to resubSourceId
        move pendReadingDate to resubReadingDate
        move pendAfterValue to resubUserInput
        compute resubRecycleCount = pendRecycleCount + 1
        move "N" to resubHoldRelease
        write resubRecord
        display "APPROVED - CORRECTION RELEASED TO RESUB"
    end-if.
    move "A" to repairAction.
    perform writeReviewLog.

*> A rejected correction appends the original reading back onto the
*> live reject file - original value and original reason code intact
