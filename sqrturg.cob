*> the nightly checkpoint, and it empties RESUB on a clean finish so
*> the night does not process the same corrections again.
*>
*> A resubmission dated in a month the period close has closed
*> (PRDCTL, sqrtprd.cpy) is not rooted - it would change a reported
*> month's figures. It is written to the PPADJ prior-period
*> adjustment file (sqrtadj.cpy) instead.
*>
*> Modification history:
*> 10/15/2026 - A resubmission dated in a closed month (PRDCTL) is
*>              no longer rooted and loaded - it is written to the
*>              new PPADJ prior-period adjustment file instead and
*>              counted on the control report, RC 4.
*> 10/15/2026 - A resubmission outside its source's expected range
*>              on the source master is diverted to the SUSPHOLD
*>              suspect-hold file instead of being rooted - the same
*>              range check the nightly batch applies. A reading the
*>              hold review facility released as-is is not held
*>              again.
*> 09/02/2026 - Resubmissions whose record key sits in the reserved
*>              9xxxxxxx estimate range are rejected, the same
*>              intake edit the nightly batch applies.
        select urgRptFile assign to "URGRPT"
            organization is line sequential
            file status is urgRptFileStatus.

        select holdFile assign to "SUSPHOLD"
            organization is line sequential
            file status is holdFileStatus.

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

    fd srcMastFile.
    *> The source/meter reference master srcmaint.cob rebuilds - see
    fd urgRptFile.
    01 urgRptLine pic x(80).

    fd holdFile.
    *> Readings outside their source's expected range, held for
    *> review instead of rooted - see sqrthold.cpy.
    01 holdRecord.
        copy sqrthold.

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
        77 resubFileStatus   pic x(2).
        77 srcMastFileStatus pic x(2).
        77 sourceRejectReason pic 9(2) value 0.
        77 reservedKeyBase    pic 9(8) value 90000000.

        *> The nightly batch's expected-range hold - a reading outside
        *> its source's range goes to SUSPHOLD, not to the masters.
        77 holdFileStatus    pic x(2).
        77 readingOutOfRange pic 9 value 0.
        77 readingsHeld      pic 9(7) value 0.
        77 thisRunDate       pic 9(8).

        *> Closed reading months from PRDCTL - a resubmission dated in
        *> one goes to PPADJ as a prior-period adjustment instead of
        *> being rooted.
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
        77 thisRunTime       pic 9(8).
        77 readingsAdjusted  pic 9(7) value 0.

        *> High-precision fallback, the same sqrthp retry the
        *> nightly batch runs for magnitude overflows.
        77 hpUserInput pic s9(18)v9(9) comp-3.
    stop run.

initializeFiles.
    accept thisRunDate from date yyyymmdd.
    accept thisRunTime from time.
    perform loadClosedPeriods.
    open input resubFile.
    if resubFileStatus <> "00"
        display "SQRTURG ABEND - RESUB FAILED TO OPEN, STATUS " resubFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open extend holdFile.
    if holdFileStatus <> "00"
        open output holdFile
    end-if.
    if holdFileStatus <> "00"
        display "SQRTURG ABEND - SUSPHOLD FAILED TO OPEN, STATUS " holdFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open extend adjFile.
    if adjFileStatus <> "00"
        open output adjFile
    end-if.
    if adjFileStatus <> "00"
        display "SQRTURG ABEND - PPADJ FAILED TO OPEN, STATUS " adjFileStatus
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
            display "SQRTURG ABEND - PRDCTL FAILED TO OPEN, STATUS " prdCtlFileStatus
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
            display "SQRTURG ABEND - MORE THAN " closedTableLimit
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

processResubRecords.
    read resubFile
    if sourceRejectReason not = 0
        perform rejectRecord
    else
        perform checkExpectedRange
        divide resubReadingDate by 100 giving checkMonth
        perform checkClosedPeriod
        evaluate true
            when readingOutOfRange = 1
                perform holdReading
            when resubUserInput not > 0
                perform rejectRecord
            when periodClosed = 1
                perform adjustClosedResubmission
            when other
                perform computeOneRoot
        end-evaluate
    end-if.

*> The reading belongs to a closed month - it is not rooted, and
*> would have reached both masters, so it is written as a
*> prior-period adjustment against both. A resubmission was never on
*> the masters, so there is no old value.
adjustClosedResubmission.
    move checkMonth to adjPeriod.
    move "BOTH" to adjMasterName.
    move "UR" to adjReasonCode.
    move resubRecordKey to adjRecordKey.
    move resubSourceId to adjSourceId.
    move resubReadingDate to adjReadingDate.
    move 0 to adjOldValue.
    move 0 to adjOldResult.
    move resubUserInput to adjNewValue.
    move 0 to adjNewResult.
    move "SQRTURG" to adjProgramName.
    move thisRunDate to adjRunDate.
    move thisRunTime to adjRunTime.
    write adjRecord.
    add 1 to readingsAdjusted.

validateSourceId.
    move 0 to sourceRejectReason.
    if resubRecordKey >= reservedKeyBase
        end-read
    end-if.

*> The nightly batch's expected-range check - srcMastRecord still
*> holds the source validateSourceId just read.
checkExpectedRange.
    move 0 to readingOutOfRange.
    if resubHoldRelease not = "Y"
        and resubUserInput > 0
        and (srcExpectedLow not = 0 or srcExpectedHigh not = 0)
        if resubUserInput < srcExpectedLow
            or resubUserInput > srcExpectedHigh
            move 1 to readingOutOfRange
        end-if
    end-if.

holdReading.
    move resubRecordKey to holdRecordKey.
    move resubSourceId to holdSourceId.
    move resubReadingDate to holdReadingDate.
    move resubUserInput to holdUserInput.
    move srcExpectedLow to holdExpectedLow.
    move srcExpectedHigh to holdExpectedHigh.
    move statusOutOfRange to holdReasonCode.
    move resubRecycleCount to holdRecycleCount.
    move thisRunDate to holdDate.
    move "SQRTURG" to holdProgramName.
    write holdRecord.
    add 1 to readingsHeld.

*> Runs one corrected reading through squareroot - the audit trail
*> gets its record from the call itself - and out to the
*> OUTFILE-format results, with the same sqrthp retry the nightly
    close urgOutFile.
    close urgWideFile.
    close urgRejFile.
    close holdFile.
    close adjFile.
    *> The corrections were consumed by this run - clear RESUB so
    *> tonight's SQRTNITE does not process them again and append
    *> duplicate result and audit records.
    end-if.

*> The same condition-code ladder the nightly batch uses - 4 for
*> rejects, holds and prior-period adjustments, 8 for anything that
*> kept a correction from computing.
setReturnCode.
    move 0 to return-code.
    if recordsRejected > 0 or readingsHeld > 0
        or readingsAdjusted > 0
        move 4 to return-code
    end-if.
    if iterationAborts > 0 or hpRetryFailures > 0
        into urgRptLine.
    write urgRptLine.

    move readingsHeld to formattedCount.
    move spaces to urgRptLine.
    string "HELD - OUT OF RANGE.......: " formattedCount
        into urgRptLine.
    write urgRptLine.

    move readingsAdjusted to formattedCount.
    move spaces to urgRptLine.
    string "PRIOR-PERIOD ADJUSTMENTS..: " formattedCount
        into urgRptLine.
    write urgRptLine.

    close urgRptFile.
