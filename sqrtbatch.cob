*>              estimation step writes the same layout flagged "Y",
*>              and the load and fold carry the flag into the
*>              masters so an estimate can be told from an actual.
*> 10/15/2026 - A reading outside its source's expected range on the
*>              source master (srcExpectedLow/srcExpectedHigh) is now
*>              diverted to the SUSPHOLD suspect-hold file with the
*>              statusOutOfRange reason and an "H" BATDISP
*>              disposition instead of being rooted - a meter sending
*>              100x its normal value used to flow through to both
*>              masters and surface days later as drift. A reading
*>              the hold review facility released as-is comes back
*>              on RESUB flagged, and is not held a second time.
*> 10/15/2026 - The extract can now carry sender corrections ("C")
*>              and cancellations ("X") of readings already sent,
*>              counted and hashed in the trailer validation with the
*>              details. A correction is validated against the source
*>              master and its value, re-rooted through squareroot
*>              (sqrthp when it overflows), and written to the new
*>              CORRFILE corrections file (sqrtcorr.cpy) with its new
*>              root; a cancellation is validated the same way and
*>              written there to withdraw the reading. The load and
*>              history fold apply CORRFILE to the masters. A failed
*>              correction goes back to the sender through BATDISP
*>              only - never to REJFILE, whose repairs would re-enter
*>              as a new reading. The checkpoint carries the new
*>              counts (CHKPT cut over to .V6).
*> 10/15/2026 - BATDISP records now also carry the business date,
*>              the record type, and the reading's source, date and
*>              standardized value (sqrtdisp.cpy), for the lineage
*>              trace over the kept nightly generations.
*> 10/15/2026 - A sender correction whose value lies outside its
*>              source's expected range is now refused back to the
*>              sender with the statusOutOfRange reason instead of
*>              being re-rooted onto CORRFILE - it used to reach both
*>              masters past the range check a detail gets. Counted
*>              on its own in the control and balance counts; the
*>              checkpoint carries the count (CHKPT cut over to .V7).
*> 10/15/2026 - The clean-finish checkpoint clear now also zeroes the
*>              out-of-range correction count, which a cleared
*>              checkpoint otherwise carried into every later run.

*> --------------------------------------------------------------------------------------------
identification division.
        select balFile assign to "BALFILE"
            organization is line sequential
            file status is balFileStatus.

        select holdFile assign to "SUSPHOLD"
            organization is line sequential
            file status is holdFileStatus.

        select corrFile assign to "CORRFILE"
            organization is line sequential
            file status is corrFileStatus.
*> --------------------------------------------------------------------------------------------
data division.
    file section.
    fd inFile.
    *> One header record ("H"), then the day's detail records ("D"),
    *> then one trailer record ("T") whose count and hash total are
    *> validated against what was actually read. Sender corrections
    *> ("C") and cancellations ("X") use the detail layout and are
    *> counted and hashed with the details.
    01 inRecord.
        05 inRecordType pic x(1).
        05 inRecordBody pic x(42).
        05 resubUserInput   pic s9(11)v9(6)
            sign is leading separate character.
        05 resubRecycleCount pic 9(2).
        *> "Y" when the hold review facility released the reading
        *> as-is - it has been looked at, so the range check is not
        *> applied to it again.
        05 resubHoldRelease pic x(1).

    fd chkptFile.
    01 chkptRecord.
        05 chkptUnknownSourceRejects pic 9(7).
        05 chkptRetiredSourceRejects pic 9(7).
        05 chkptReservedKeyRejects   pic 9(7).
        05 chkptReadingsHeld         pic 9(7).
        05 chkptCorrectionsRead      pic 9(7).
        05 chkptCorrectionsRooted    pic 9(7).
        05 chkptCancelsWritten       pic 9(7).
        05 chkptCorrectionsRejected  pic 9(7).
        05 chkptCorrectionAborts     pic 9(7).
        05 chkptCorrOutOfRange       pic 9(7).

    fd reconRptFile.
    01 reconRptLine pic x(120).
    01 balRecord.
        copy sqrtbalr.

    fd holdFile.
    *> Readings outside their source's expected range, held for
    *> review instead of rooted - see sqrthold.cpy.
    01 holdRecord.
        copy sqrthold.

    fd corrFile.
    *> Sender corrections and cancellations, validated and re-rooted,
    *> for the load and history fold to apply - see sqrtcorr.cpy.
    01 corrRecord.
        copy sqrtcorr.

    working-storage section.
        77 inFileStatus     pic x(2).
        77 outFileStatus    pic x(2).
        77 reservedKeyBase    pic 9(8) value 90000000.
        77 reservedKeyRejects pic 9(7) value 0.

        *> Expected-range check - a reading outside its source's
        *> srcExpectedLow/srcExpectedHigh is held on SUSPHOLD rather
        *> than rooted or rejected. A reading the hold review facility
        *> released as-is carries currentHoldRelease "Y" and is not
        *> held again. SUSPHOLD is cumulative across nights, so it is
        *> always extended.
        77 holdFileStatus     pic x(2).
        77 currentHoldRelease pic x(1) value "N".
        77 readingOutOfRange  pic 9 value 0.
        77 readingHeld        pic 9 value 0.
        77 readingsHeld       pic 9(7) value 0.

        *> Disposition of the detail at hand for the acknowledgment
        *> chain - zero means the record was accepted, anything else
        *> is the REJFILE reason code rejectRecord assigned.
        77 lastRejectReason  pic 9(2) value 0.
        77 balFileStatus     pic x(2).

        *> Sender corrections and cancellations - counted in the
        *> trailer validation with the details, but kept out of the
        *> details' own control totals so the day's reading counts
        *> still balance on their own. A correction that cannot be
        *> rooted still goes to CORRFILE with -1, the way OUTFILE
        *> carries an abort.
        77 corrFileStatus        pic x(2).
        77 correctionsRead       pic 9(7) value 0.
        77 correctionsRooted     pic 9(7) value 0.
        77 cancelsWritten        pic 9(7) value 0.
        77 correctionsRejected   pic 9(7) value 0.
        77 correctionAborts      pic 9(7) value 0.
        77 corrOutOfRange        pic 9(7) value 0.
        77 trailerRecordsExpected pic 9(7).

        *> Checkpoint/restart control - a checkpoint is written after
        *> every record (checkpointInterval 1) so the checkpoint never
        *> falls behind what has already been written to
        open extend reconRptFile
        open extend wideFile
        open extend batDispFile
        open extend corrFile
    else
        open output outFile
        open output rejFile
        open output reconRptFile
        open output wideFile
        open output batDispFile
        open output corrFile
    end-if.
    if outFileStatus <> "00"
        display "SQRTBATCH ABEND - OUTFILE FAILED TO OPEN, STATUS " outFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    if corrFileStatus <> "00"
        display "SQRTBATCH ABEND - CORRFILE FAILED TO OPEN, STATUS " corrFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open extend holdFile.
    if holdFileStatus <> "00"
        open output holdFile
    end-if.
    if holdFileStatus <> "00"
        display "SQRTBATCH ABEND - SUSPHOLD FAILED TO OPEN, STATUS " holdFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    *> The source master srcmaint rebuilds at the head of the night -
    *> a master that cannot be opened means the validation step did
    *> not run, and running unvalidated is the exposure this file
                move chkptUnknownSourceRejects to unknownSourceRejects
                move chkptRetiredSourceRejects to retiredSourceRejects
                move chkptReservedKeyRejects to reservedKeyRejects
                move chkptReadingsHeld to readingsHeld
                move chkptCorrectionsRead to correctionsRead
                move chkptCorrectionsRooted to correctionsRooted
                move chkptCancelsWritten to cancelsWritten
                move chkptCorrectionsRejected to correctionsRejected
                move chkptCorrectionAborts to correctionAborts
                move chkptCorrOutOfRange to corrOutOfRange
        end-read
        close chkptFile
    end-if.
            perform processHeaderRecord
        when "D"
            perform processDetailRecord
        when "C"
        when "X"
            perform processCorrectionRecord
        when "T"
            perform processTrailerRecord
        when other
        move controlAbendCode to return-code
        stop run
    end-if.
    compute trailerRecordsExpected = recordsRead + correctionsRead.
    if inTrailerCount not = trailerRecordsExpected
        display "SQRTBATCH ABEND - TRAILER RECORD COUNT " inTrailerCount
            " DOES NOT MATCH " trailerRecordsExpected
            " DETAIL AND CORRECTION RECORDS READ"
        move controlAbendCode to return-code
        stop run
    end-if.
    add inUserInput to inputHashTotal.
    compute absoluteRecordNumber = recordsRead + resubProcessed.
    move 0 to currentRecycleCount.
    move "N" to currentHoldRelease.
    move 0 to lastRejectReason.
    move 0 to readingHeld.
    perform processReading.
    perform writeBatchDisposition.

*> A sender's correction or cancellation of a reading it sent before -
*> the edit has already proved the key. It is validated against the
*> source master like a detail, and a correction against its source's
*> expected range; a correction is re-rooted and both go to CORRFILE
*> for the load and history fold to apply. Its disposition goes back
*> to the sender like a detail's.
processCorrectionRecord.
    if headerSeen = 0 or trailerSeen = 1
        display "SQRTBATCH ABEND - CORRECTION RECORD OUTSIDE THE "
            "HEADER/TRAILER AT INPUT RECORD " inputRecordsRead
        move controlAbendCode to return-code
        stop run
    end-if.
    add 1 to correctionsRead.
    add inUserInput to inputHashTotal.
    move 0 to currentRecycleCount.
    move "N" to currentHoldRelease.
    move 0 to lastRejectReason.
    move 0 to readingHeld.
    perform validateSourceId.
    perform checkExpectedRange.
    evaluate true
        when sourceRejectReason not = 0
            move sourceRejectReason to lastRejectReason
            perform rejectCorrection
        when inRecordType = "X"
            perform writeCancellation
        when readingOutOfRange = 1
            move statusOutOfRange to lastRejectReason
            perform refuseOutOfRangeCorrection
        when inUserInput > 0
            perform rootCorrection
        when inUserInput = 0
            move statusZeroInput to lastRejectReason
            perform rejectCorrection
        when other
            move statusNegativeInput to lastRejectReason
            perform rejectCorrection
    end-evaluate.
    perform writeBatchDisposition.

*> Re-roots the corrected value the same way a detail is rooted - a
*> magnitude overflow goes through sqrthp and lands at full width on
*> CORRFILE - and writes the correction with its new root.
rootCorrection.
    move inUserInput to userInput.
    move 0 to toleranceOverride.
    move inRecordKey to recordKey.
    move inSourceId to sourceId.
    move inReadingDate to readingDate.
    call "squareroot" using userInput, result, statusCode,
        resultIterations, toleranceOverride, recordKey, sourceId,
        readingDate.
    perform recordIterationProfile.
    move inUserInput to corrUserInput.
    move result to corrResult.
    if statusCode = statusMagnitudeOverflow
        move inUserInput to hpUserInput
        call "sqrthp" using hpUserInput, hpResult
        move hpResult to corrResult
    end-if.
    if corrResult = -1
        add 1 to correctionAborts
    else
        add 1 to correctionsRooted
    end-if.
    move "C" to corrAction.
    move inRecordKey to corrRecordKey.
    move inSourceId to corrSourceId.
    move inReadingDate to corrReadingDate.
    write corrRecord.

*> Withdraws the reading - nothing to root; the value the sender sent
*> with the cancellation is carried for the record.
writeCancellation.
    move "X" to corrAction.
    move inRecordKey to corrRecordKey.
    move inSourceId to corrSourceId.
    move inReadingDate to corrReadingDate.
    move inUserInput to corrUserInput.
    move 0 to corrResult.
    write corrRecord.
    add 1 to cancelsWritten.

*> A correction that fails the source-master or value edit is refused
*> back to the sender with the reason code - not written to REJFILE,
*> since a repaired reject would come back as a new reading rather
*> than a correction of the old one. The control report's reject
*> breakdown stays the details' own.
rejectCorrection.
    add 1 to correctionsRejected.

*> A correction outside its source's expected range is refused, not
*> held - the hold review facility can only release a held reading as
*> a new detail, which would come back as a second, conflicting
*> reading instead of replacing the one the sender meant to correct.
*> The sender is told through BATDISP and sends the correction again.
refuseOutOfRangeCorrection.
    add 1 to corrOutOfRange.

*> Runs one reading - from the extract or from the resubmission file -
*> through squareroot and out to OUTFILE or REJFILE. The caller has
*> already loaded the detail fields of inRecord and set
    if sourceRejectReason not = 0
        perform rejectRecord
    else
        perform checkExpectedRange
        if readingOutOfRange = 1
            perform holdReading
        else
            perform processValidatedReading
        end-if
    end-if.

processValidatedReading.
    move resubReadingDate to inReadingDate.
    move resubUserInput to inUserInput.
    move resubRecycleCount to currentRecycleCount.
    move "N" to currentHoldRelease.
    if resubHoldRelease = "Y"
        move "Y" to currentHoldRelease
    end-if.
    compute absoluteRecordNumber = recordsRead + resubProcessed.
    perform processReading.
    perform updateCheckpoint.
        end-read
    end-if.

*> Compares a reading that passed the source-master check against its
*> source's expected range - srcMastRecord still holds the source
*> validateSourceId just read. A non-positive reading is left to the
*> value edit's reject, a source with no range set (zero at both
*> ends) is not checked, and a reading already released as-is from
*> the hold is not held again.
checkExpectedRange.
    move 0 to readingOutOfRange.
    if currentHoldRelease not = "Y"
        and inUserInput > 0
        and (srcExpectedLow not = 0 or srcExpectedHigh not = 0)
        if inUserInput < srcExpectedLow
            or inUserInput > srcExpectedHigh
            move 1 to readingOutOfRange
        end-if
    end-if.

*> Diverts an out-of-range reading to the suspect-hold file, with the
*> range it was measured against, instead of rooting it.
holdReading.
    move inRecordKey to holdRecordKey.
    move inSourceId to holdSourceId.
    move inReadingDate to holdReadingDate.
    move inUserInput to holdUserInput.
    move srcExpectedLow to holdExpectedLow.
    move srcExpectedHigh to holdExpectedHigh.
    move statusOutOfRange to holdReasonCode.
    move currentRecycleCount to holdRecycleCount.
    move thisRunDate to holdDate.
    move "SQRTBATCH" to holdProgramName.
    write holdRecord.
    add 1 to readingsHeld.
    move 1 to readingHeld.

*> Writes a record that failed the source-master check or the
*> userInput > 0 check to the reject file along with a reason code,
*> instead of just discarding it.
    add 1 to recordsRejected.

*> Writes one disposition record for the extract detail just
*> processed - accepted, rejected with rejectRecord's reason code, or
*> held out of range - for the acknowledgment builder. The cleaned extract carries only
*> one header, so the source system is left to the edit side of the
*> match. The night and the reading ride along for the lineage trace.
writeBatchDisposition.
    move spaces to dispSourceSystem.
    move inRecordKey to dispRecordKey.
    evaluate true
        when readingHeld = 1
            move "H" to dispAction
            move statusOutOfRange to dispReasonCode
        when lastRejectReason = 0
            move "A" to dispAction
            move 0 to dispReasonCode
        when other
            move "R" to dispAction
            move lastRejectReason to dispReasonCode
    end-evaluate.
    move extractFileDate to dispBusinessDate.
    move inRecordType to dispRecordType.
    move inSourceId to dispSourceId.
    move inReadingDate to dispReadingDate.
    move spaces to dispUnitCode.
    move 0 to dispFactor.
    move spaces to dispRawReading.
    move inUserInput to dispStandardValue.
    write batDispRecord.

*> Tallies the control totals for the end-of-run report - a record
        move unknownSourceRejects to chkptUnknownSourceRejects
        move retiredSourceRejects to chkptRetiredSourceRejects
        move reservedKeyRejects to chkptReservedKeyRejects
        move readingsHeld to chkptReadingsHeld
        move correctionsRead to chkptCorrectionsRead
        move correctionsRooted to chkptCorrectionsRooted
        move cancelsWritten to chkptCancelsWritten
        move correctionsRejected to chkptCorrectionsRejected
        move correctionAborts to chkptCorrectionAborts
        move corrOutOfRange to chkptCorrOutOfRange
        open output chkptFile
        if chkptFileStatus <> "00"
            display "SQRTBATCH ABEND - CHKPT FAILED TO OPEN, STATUS " chkptFileStatus
    close wideFile.
    close srcMastFile.
    close batDispFile.
    close holdFile.
    close corrFile.
    if resubOpened = 1
        close resubFile
    end-if.
    move 0 to chkptUnknownSourceRejects.
    move 0 to chkptRetiredSourceRejects.
    move 0 to chkptReservedKeyRejects.
    move 0 to chkptReadingsHeld.
    move 0 to chkptCorrectionsRead.
    move 0 to chkptCorrectionsRooted.
    move 0 to chkptCancelsWritten.
    move 0 to chkptCorrectionsRejected.
    move 0 to chkptCorrectionAborts.
    move 0 to chkptCorrOutOfRange.
    *> The resubmissions were consumed this run - clear RESUB the same
    *> way the checkpoint is cleared below, so tomorrow's run doesn't
    *> reprocess the same corrected readings and append duplicate
    move "HP-FAILURES" to balCountName.
    move hpRetryFailures to balCountValue.
    write balRecord.
    move "READINGS-HELD" to balCountName.
    move readingsHeld to balCountValue.
    write balRecord.
    move "CORRECTIONS-READ" to balCountName.
    move correctionsRead to balCountValue.
    write balRecord.
    move "CORRECTIONS-ROOTED" to balCountName.
    move correctionsRooted to balCountValue.
    write balRecord.
    move "CANCELS-WRITTEN" to balCountName.
    move cancelsWritten to balCountValue.
    write balRecord.
    move "CORRECTIONS-REJECTED" to balCountName.
    move correctionsRejected to balCountValue.
    write balRecord.
    move "CORRECTION-ABORTS" to balCountName.
    move correctionAborts to balCountValue.
    write balRecord.
    move "CORR-OUT-OF-RANGE" to balCountName.
    move corrOutOfRange to balCountValue.
    write balRecord.
    close balFile.

*> Appends this run's record to the run-history file, so throughput
    end-if.

*> Sets the step's condition code for the nightly batch window -
*> 0 clean, 4 if any records were rejected or held out of range for
*> review (a refused sender correction, out of range or not,
*> included), 8 if any record hit
*> the iteration ceiling or a correction could not be re-rooted (the
*> more serious condition wins). A magnitude
*> overflow recovered through the sqrthp retry no longer holds the
*> downstream load; only a retry sqrthp itself could not compute does.
setReturnCode.
    move 0 to return-code.
    if recordsRejected > 0 or readingsHeld > 0
        or correctionsRejected > 0 or corrOutOfRange > 0
        move 4 to return-code
    end-if.
    if iterationAborts > 0 or correctionAborts > 0
        move 8 to return-code
    end-if.
    if hpRetryFailures > 0
        into ctlRptLine.
    write ctlRptLine.

    move readingsHeld to formattedCount.
    move spaces to ctlRptLine.
    string "HELD - OUT OF RANGE.......: " formattedCount
        into ctlRptLine.
    write ctlRptLine.

    move correctionsRead to formattedCount.
    move spaces to ctlRptLine.
    string "CORRECTIONS/CANCELS READ..: " formattedCount
        into ctlRptLine.
    write ctlRptLine.

    move correctionsRooted to formattedCount.
    move spaces to ctlRptLine.
    string "CORRECTIONS RE-ROOTED.....: " formattedCount
        into ctlRptLine.
    write ctlRptLine.

    move cancelsWritten to formattedCount.
    move spaces to ctlRptLine.
    string "CANCELLATIONS WRITTEN.....: " formattedCount
        into ctlRptLine.
    write ctlRptLine.

    move correctionsRejected to formattedCount.
    move spaces to ctlRptLine.
    string "CORRECTIONS REFUSED.......: " formattedCount
        into ctlRptLine.
    write ctlRptLine.

    move corrOutOfRange to formattedCount.
    move spaces to ctlRptLine.
    string "CORRECTIONS OUT OF RANGE..: " formattedCount
        into ctlRptLine.
    write ctlRptLine.

    move correctionAborts to formattedCount.
    move spaces to ctlRptLine.
    string "CORRECTION ROOT FAILURES..: " formattedCount
        into ctlRptLine.
    write ctlRptLine.

    move reconciliationChecks to formattedCount.
    move spaces to ctlRptLine.
    string "RECONCILIATION CHECKS RUN.: " formattedCount
