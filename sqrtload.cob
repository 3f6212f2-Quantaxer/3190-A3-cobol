*> produces its own loaded/bypassed control totals so the STEP020
*> sign-off means something.
*>
*> After the day's results, the sender corrections and cancellations
*> sqrtbatch validated (CORRFILE, sqrtcorr.cpy) are applied: a
*> correction replaces the reading and root on the master record the
*> sender's key names, a cancellation deletes it, and each is printed
*> on CORRRPT with the old and new values. A key no longer on the
*> master for that source and reading date is reported and bypassed.
*>
*> A reading dated in a month the period close has closed (PRDCTL,
*> sqrtprd.cpy) is never changed on the master - a late reading, a
*> rerun, a correction or a cancellation for it is written to the
*> PPADJ prior-period adjustment file (sqrtadj.cpy) with the old and
*> new values instead, for the monthly adjustment report.
*>
*> Modification history:
*> 10/15/2026 - Readings dated in a closed month (PRDCTL) are no
*>              longer loaded, replaced, corrected or cancelled on
*>              the master - the change is written to the new PPADJ
*>              prior-period adjustment file instead, and counted in
*>              the new ADJUSTED and CORR-ADJUSTED balance counts.
*> 10/15/2026 - Sender corrections and cancellations from the new
*>              CORRFILE are now applied to the master after the
*>              day's results - the value and root replaced, or the
*>              record deleted - with old and new values on the new
*>              CORRRPT report and CORR-... balance counts. A
*>              corrected record keeps the load date it was loaded
*>              under, so a backout of tonight does not remove a
*>              reading that arrived on an earlier night.
*> 09/02/2026 - Collided records are now suspended in the layout
*>              they arrived in - day's-results records to SUSPFILE
*>              in the RESULTS layout and wide-format records to
        select balFile assign to "BALFILE"
            organization is line sequential
            file status is balFileStatus.

        select corrFile assign to "CORRFILE"
            organization is line sequential
            file status is corrFileStatus.

        select corrRptFile assign to "CORRRPT"
            organization is line sequential
            file status is corrRptFileStatus.

        select prdCtlFile assign to "PRDCTL"
            organization is line sequential
            file status is prdCtlFileStatus.

        select adjFile assign to "PPADJ"
            organization is line sequential
            file status is adjFileStatus.
*> --------------------------------------------------------------------------------------------
data division.
    file section.
    01 balRecord.
        copy sqrtbalr.

    fd corrFile.
    *> Sender corrections and cancellations validated by sqrtbatch -
    *> see sqrtcorr.cpy.
    01 corrRecord.
        copy sqrtcorr.

    fd corrRptFile.
    *> 160 wide - a correction line carries two S9(18)V9(9) values.
    01 corrRptLine pic x(160).

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
        77 resultsFileStatus pic x(2).
        77 masterFileStatus  pic x(2).
        77 recordsBypassed   pic 9(7) value 0.
        77 keyCollisions     pic 9(7) value 0.
        77 formattedCount    pic zzzzzz9.

        *> Sender corrections and cancellations, every one read
        *> accounted for as applied, cancelled, not found or
        *> bypassed (a correction whose root could not be computed).
        77 corrFileStatus      pic x(2).
        77 corrRptFileStatus   pic x(2).
        77 endOfCorrFile       pic 9 value 0.
        77 correctionsRead     pic 9(7) value 0.
        77 correctionsApplied  pic 9(7) value 0.
        77 cancelsApplied      pic 9(7) value 0.
        77 correctionsNotFound pic 9(7) value 0.
        77 correctionsBypassed pic 9(7) value 0.
        77 correctionFound     pic 9 value 0.
        77 formattedOldValue   pic -(18).9(6).
        77 formattedNewValue   pic -(18).9(6).
        77 formattedOldRoot    pic -(18).9(6).
        77 formattedNewRoot    pic -(18).9(6).

        *> Closed reading months from PRDCTL - a reading dated in one
        *> is not changed on the master; the change goes to PPADJ as
        *> a prior-period adjustment instead.
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
        77 runTime           pic 9(8).
        77 recordsAdjusted   pic 9(7) value 0.
        77 correctionsAdjusted pic 9(7) value 0.
*> --------------------------------------------------------------------------------------------
procedure division.
    *> Main program loop here
    perform initializeFiles.
    perform processResults until endOfResultsFile = 1.
    perform processWideResults until endOfWideFile = 1.
    perform processCorrections until endOfCorrFile = 1.
    perform finalizeRun.
    stop run.

initializeFiles.
    accept loadDate from date yyyymmdd.
    accept runTime from time.
    perform loadClosedPeriods.
    open input resultsFile.
    if resultsFileStatus <> "00"
        display "SQRTLOAD ABEND - RESULTS FAILED TO OPEN, STATUS " resultsFileStatus
    end-if.
    move "RESULTS LOAD - KEY COLLISION REPORT" to collRptLine.
    write collRptLine.
    open input corrFile.
    if corrFileStatus <> "00"
        display "SQRTLOAD ABEND - CORRFILE FAILED TO OPEN, STATUS " corrFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open output corrRptFile.
    if corrRptFileStatus <> "00"
        display "SQRTLOAD ABEND - CORRRPT FAILED TO OPEN, STATUS " corrRptFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    move "RESULTS LOAD - SENDER CORRECTIONS REPORT" to corrRptLine.
    write corrRptLine.
    move spaces to corrRptLine.
    write corrRptLine.
    *> The adjustment file is cumulative - extended, or created by its
    *> first writer.
    open extend adjFile.
    if adjFileStatus <> "00"
        open output adjFile
    end-if.
    if adjFileStatus <> "00"
        display "SQRTLOAD ABEND - PPADJ FAILED TO OPEN, STATUS " adjFileStatus
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
            display "SQRTLOAD ABEND - PRDCTL FAILED TO OPEN, STATUS " prdCtlFileStatus
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
            display "SQRTLOAD ABEND - MORE THAN " closedTableLimit
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

*> Reads one day's-results record and applies it to the master, until
*> the results file is exhausted.
*> rerun - and only replaceable - when the incumbent record carries
*> the same source identifier and reading date; outRecordKey is only
*> unique within one source system's numbering, so anything else is
*> a collision between senders. A reading dated in a closed month
*> never reaches the master at all.
applyToMaster.
    divide wrkReadingDate by 100 giving checkMonth.
    perform checkClosedPeriod.
    if periodClosed = 1
        perform adjustClosedReading
    else
        move wrkRecordKey to mastRecordKey
        move wrkSourceId to mastSourceId
        move wrkReadingDate to mastReadingDate
        move wrkUserInput to mastUserInput
        move wrkResult to mastResult
        move loadDate to mastLoadDate
        move wrkEstimateFlag to mastEstimateFlag
        write mastRecord
            invalid key
                perform resolveKeyCollision
            not invalid key
                add 1 to recordsLoaded
        end-write
    end-if.

*> The reading belongs to a closed month - the master is left alone
*> and the change it would have made is written as a prior-period
*> adjustment: a rerun of the meter-day's reading under its key, or a
*> late reading (or late estimate) when the key holds nothing of it.
adjustClosedReading.
    move 0 to adjOldValue.
    move 0 to adjOldResult.
    if wrkEstimateFlag = "Y"
        move "LE" to adjReasonCode
    else
        move "LR" to adjReasonCode
    end-if.
    move wrkRecordKey to mastRecordKey.
    read masterFile
        invalid key
            continue
        not invalid key
            if mastSourceId = wrkSourceId
                and mastReadingDate = wrkReadingDate
                move mastUserInput to adjOldValue
                move mastResult to adjOldResult
                move "RR" to adjReasonCode
            end-if
    end-read.
    move wrkRecordKey to adjRecordKey.
    move wrkSourceId to adjSourceId.
    move wrkReadingDate to adjReadingDate.
    move wrkUserInput to adjNewValue.
    move wrkResult to adjNewResult.
    perform writeAdjustment.
    add 1 to recordsAdjusted.

*> Completes and writes one adjustment record - the caller has set
*> the reading, its reason and its old and new values, and checkMonth
*> still holds the closed month.
writeAdjustment.
    move checkMonth to adjPeriod.
    move "RSLTMAST" to adjMasterName.
    move "SQRTLOAD" to adjProgramName.
    move loadDate to adjRunDate.
    move runTime to adjRunTime.
    write adjRecord.

*> The key is already on the master - read the incumbent back and
*> decide: same source and reading date is a day rerun and replaces
        write collRptLine
    end-if.

*> Reads one sender correction or cancellation and applies it to the
*> master, until the corrections file is exhausted.
processCorrections.
    read corrFile
        at end
            move 1 to endOfCorrFile
        not at end
            perform processOneCorrection
    end-read.

*> The master record must still be the sender's reading - the same
*> source and reading date under the key, and not an estimate - or
*> there is nothing of theirs to correct.
processOneCorrection.
    add 1 to correctionsRead.
    if corrResult is not numeric
        or (corrAction = "C" and corrResult = -1)
        add 1 to correctionsBypassed
        move spaces to corrRptLine
        string "BYPASSED  KEY: " corrRecordKey
            " SOURCE: " corrSourceId
            " DATE: " corrReadingDate
            " CORRECTED ROOT NOT COMPUTED - MASTER LEFT AS IT WAS"
            into corrRptLine
        write corrRptLine
    else
        move 0 to correctionFound
        move corrRecordKey to mastRecordKey
        read masterFile
            invalid key
                continue
            not invalid key
                if mastSourceId = corrSourceId
                    and mastReadingDate = corrReadingDate
                    and mastEstimateFlag not = "Y"
                    move 1 to correctionFound
                end-if
        end-read
        if correctionFound = 0
            perform reportCorrectionNotFound
        else
            divide corrReadingDate by 100 giving checkMonth
            perform checkClosedPeriod
            evaluate true
                when periodClosed = 1
                    perform adjustClosedCorrection
                when corrAction = "X"
                    perform applyCancellation
                when other
                    perform applyCorrection
            end-evaluate
        end-if
    end-if.

*> The reading's month is closed - the correction or cancellation is
*> written as a prior-period adjustment and the master keeps the
*> reading it was closed with.
adjustClosedCorrection.
    move corrRecordKey to adjRecordKey.
    move corrSourceId to adjSourceId.
    move corrReadingDate to adjReadingDate.
    move mastUserInput to adjOldValue.
    move mastResult to adjOldResult.
    if corrAction = "X"
        move "SX" to adjReasonCode
        move 0 to adjNewValue
        move 0 to adjNewResult
    else
        move "SC" to adjReasonCode
        move corrUserInput to adjNewValue
        move corrResult to adjNewResult
    end-if.
    perform writeAdjustment.
    add 1 to correctionsAdjusted.
    move spaces to corrRptLine.
    string "ADJUSTED  KEY: " corrRecordKey
        " SOURCE: " corrSourceId
        " DATE: " corrReadingDate
        " TYPE: " corrAction
        " MONTH " checkMonth " IS CLOSED - WRITTEN AS A PRIOR-PERIOD"
        " ADJUSTMENT"
        into corrRptLine.
    write corrRptLine.

*> Replaces the reading and its root, leaving the record's load date
*> alone, and reports the old and new values.
applyCorrection.
    move mastUserInput to formattedOldValue.
    move mastResult to formattedOldRoot.
    move corrUserInput to formattedNewValue.
    move corrResult to formattedNewRoot.
    move corrUserInput to mastUserInput.
    move corrResult to mastResult.
    rewrite mastRecord.
    add 1 to correctionsApplied.
    move spaces to corrRptLine.
    string "CORRECTED KEY: " corrRecordKey
        " SOURCE: " corrSourceId
        " DATE: " corrReadingDate
        " OLD VALUE: " formattedOldValue
        " NEW VALUE: " formattedNewValue
        into corrRptLine.
    write corrRptLine.
    move spaces to corrRptLine.
    string "  RE-ROOTED     OLD ROOT: " formattedOldRoot
        " NEW ROOT: " formattedNewRoot
        into corrRptLine.
    write corrRptLine.

*> Withdraws the reading from the master, reporting the value it
*> carried.
applyCancellation.
    move mastUserInput to formattedOldValue.
    move mastResult to formattedOldRoot.
    delete masterFile record.
    add 1 to cancelsApplied.
    move spaces to corrRptLine.
    string "CANCELLED KEY: " corrRecordKey
        " SOURCE: " corrSourceId
        " DATE: " corrReadingDate
        " OLD VALUE: " formattedOldValue
        " OLD ROOT: " formattedOldRoot
        into corrRptLine.
    write corrRptLine.

reportCorrectionNotFound.
    add 1 to correctionsNotFound.
    move spaces to corrRptLine.
    string "NOT FOUND KEY: " corrRecordKey
        " SOURCE: " corrSourceId
        " DATE: " corrReadingDate
        " TYPE: " corrAction
        " NO READING OF THIS SOURCE AND DATE ON THE MASTER"
        into corrRptLine.
    write corrRptLine.

*> The corrections report's closing totals.
writeCorrectionTotals.
    move spaces to corrRptLine.
    write corrRptLine.

    move correctionsRead to formattedCount.
    move spaces to corrRptLine.
    string "CORRECTIONS READ..........: " formattedCount
        into corrRptLine.
    write corrRptLine.

    move correctionsApplied to formattedCount.
    move spaces to corrRptLine.
    string "CORRECTIONS APPLIED.......: " formattedCount
        into corrRptLine.
    write corrRptLine.

    move cancelsApplied to formattedCount.
    move spaces to corrRptLine.
    string "CANCELLATIONS APPLIED.....: " formattedCount
        into corrRptLine.
    write corrRptLine.

    move correctionsNotFound to formattedCount.
    move spaces to corrRptLine.
    string "KEY NOT ON MASTER.........: " formattedCount
        into corrRptLine.
    write corrRptLine.

    move correctionsBypassed to formattedCount.
    move spaces to corrRptLine.
    string "BYPASSED - NO ROOT........: " formattedCount
        into corrRptLine.
    write corrRptLine.

    move correctionsAdjusted to formattedCount.
    move spaces to corrRptLine.
    string "CLOSED PERIOD - ADJUSTMENT: " formattedCount
        into corrRptLine.
    write corrRptLine.

*> Writes the collided record to suspense in the layout it arrived
*> in - the wrk fields still hold it exactly as read.
suspendCollidedRecord.
    close suspFile.
    close suspWideFile.
    close collRptFile.
    close corrFile.
    close adjFile.
    perform writeCorrectionTotals.
    close corrRptFile.
    perform writeControlReport.
    perform writeBalanceRecords.
    perform setReturnCode.
    move "COLLISIONS" to balCountName.
    move keyCollisions to balCountValue.
    write balRecord.
    move "ADJUSTED" to balCountName.
    move recordsAdjusted to balCountValue.
    write balRecord.
    move "CORR-READ" to balCountName.
    move correctionsRead to balCountValue.
    write balRecord.
    move "CORR-APPLIED" to balCountName.
    move correctionsApplied to balCountValue.
    write balRecord.
    move "CORR-CANCELLED" to balCountName.
    move cancelsApplied to balCountValue.
    write balRecord.
    move "CORR-NOT-FOUND" to balCountName.
    move correctionsNotFound to balCountValue.
    write balRecord.
    move "CORR-BYPASSED" to balCountName.
    move correctionsBypassed to balCountValue.
    write balRecord.
    move "CORR-ADJUSTED" to balCountName.
    move correctionsAdjusted to balCountValue.
    write balRecord.
    close balFile.

*> Sets the step's condition code - 0 clean, 4 if any record was
*> bypassed (an abort or a malformed record still gets operator eyes
*> even though the rest of the day loaded) or a sender correction
*> could not be applied, 8 if any key collision was suspended - that
*> one holds the night for review.
setReturnCode.
    compute recordsBypassed = bypassedAborted + bypassedNotNumeric.
    move 0 to return-code.
    if recordsBypassed > 0
        or correctionsNotFound > 0 or correctionsBypassed > 0
        move 4 to return-code
    end-if.
    if keyCollisions > 0
        into loadRptLine.
    write loadRptLine.

    move recordsAdjusted to formattedCount.
    move spaces to loadRptLine.
    string "PRIOR-PERIOD ADJUSTMENTS..: " formattedCount
        into loadRptLine.
    write loadRptLine.

    move correctionsApplied to formattedCount.
    move spaces to loadRptLine.
    string "SENDER CORRECTIONS APPLIED: " formattedCount
        into loadRptLine.
    write loadRptLine.

    move cancelsApplied to formattedCount.
    move spaces to loadRptLine.
    string "SENDER CANCELS APPLIED....: " formattedCount
        into loadRptLine.
    write loadRptLine.

    move correctionsAdjusted to formattedCount.
    move spaces to loadRptLine.
    string "SENDER CORRS ADJUSTED.....: " formattedCount
        into loadRptLine.
    write loadRptLine.

    close loadRptFile.
