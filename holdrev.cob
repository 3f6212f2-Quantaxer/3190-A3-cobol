*> File: holdrev.cob
*> Name: Peter Hudel
*> Student Number: 1012673
*> Date: 10/15/2026
*> Description: Suspect-hold review facility. Walks an operator
*> through the readings held on the SUSPHOLD file - by sqrtbatch and
*> sqrturg because their value lies outside the source's expected
*> range on the source master, or by sqrtedit and sqrthist as one
*> side of a conflicting reading (identity, value, the hold reason,
*> the range it was measured against, and how long it has been
*> held) - and lets each one be released into the next run's input
*> exactly as it arrived - the reading was genuine, the meter really
*> did move that far - or routed to the reject repair queue for a
*> corrected value.
*>
*> A released reading is written to RESUB flagged as a hold release,
*> so the next run roots it without holding it a second time; a
*> routed reading is appended to the live reject file with the
*> reason it was held for so the repair facility (rejrepair.cob)
*> offers it like any other reject, and its corrected value meets
*> the range check again. Every action is written to the CORRLOG
*> corrections log under the operator's identifier, the same trail
*> rejrepair keeps.
*>
*> Handled holds are left off the rewritten hold file on the way
*> through - the read-and-rewrite pattern rejrepair applies to the
*> reject file. Holds the operator skips stay on HOLDNEW, which
*> replaces the live hold file after the session.
*>
*> A held conflict - two readings for one source and reading date
*> held together by sqrtedit or sqrthist under a hold-both rule -
*> arrives as two holds; the operator releases the agreed reading and
*> discards the other, which leaves the file without being resubmitted
*> anywhere.
*>
*> Modification history:
*> 10/15/2026 - Description names the conflicting readings held for
*>              review as well as the out-of-range ones.
*> 10/15/2026 - Holds now show their reason, so both readings of a
*>              held conflict can be told from an out-of-range hold,
*>              and a hold can be discarded (D) - the losing reading
*>              of a conflict is neither released nor repaired.

*> --------------------------------------------------------------------------------------------
identification division.
    program-id. holdrev.
*> --------------------------------------------------------------------------------------------
environment division.
    input-output section.
    file-control.
        select holdFile assign to "SUSPHOLD"
            organization is line sequential
            file status is holdFileStatus.

        select holdNewFile assign to "HOLDNEW"
            organization is line sequential
            file status is holdNewFileStatus.

        select resubFile assign to "RESUB"
            organization is line sequential
            file status is resubFileStatus.

        select rejFile assign to "REJFILE"
            organization is line sequential
            file status is rejFileStatus.

        select corrLogFile assign to "CORRLOG"
            organization is line sequential
            file status is corrLogFileStatus.
*> --------------------------------------------------------------------------------------------
data division.
    file section.
    fd holdFile.
    *> The readings held as out of range - see sqrthold.cpy.
    01 holdRecord.
        copy sqrthold.

    *> The rewritten hold file - only the readings still held after
    *> this session; it replaces the live hold file.
    fd holdNewFile.
    01 holdNewRecord pic x(100).

    *> The resubmission file the next run consumes - the layout the
    *> repair facility writes, with the hold-release flag set.
    fd resubFile.
    01 resubRecord.
        05 resubRecordKey   pic 9(8).
        05 resubSourceId    pic x(8).
        05 resubReadingDate pic 9(8).
        05 resubUserInput   pic s9(11)v9(6)
            sign is leading separate character.
        05 resubRecycleCount pic 9(2).
        05 resubHoldRelease pic x(1).

    *> The live reject file the repair facility reviews.
    fd rejFile.
    01 rejRecord.
        05 rejRecordKey   pic 9(8).
        05 rejSourceId    pic x(8).
        05 rejReadingDate pic 9(8).
        05 rejUserInput   pic s9(11)v9(6)
            sign is leading separate character.
        05 rejReasonCode  pic 9(2).
        05 rejRecycleCount pic 9(2).

    *> The repair facility's corrections log - one record per
    *> action, before and after values and a timestamp.
    fd corrLogFile.
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

    working-storage section.
        77 holdFileStatus    pic x(2).
        77 holdNewFileStatus pic x(2).
        77 resubFileStatus   pic x(2).
        77 rejFileStatus     pic x(2).
        77 corrLogFileStatus pic x(2).
        77 endOfHoldFile     pic 9 value 0.
        77 fileOpenAbendCode pic 9(2) value 16.

        copy sqrtstatus.

        77 operatorId     pic x(8) value spaces.
        77 reviewAction   pic x(1).
        77 actionDecided  pic 9 value 0.
        77 formattedValue pic -(11).9(6).
        77 holdReasonText pic x(30).

        *> Days the reading has been held, shown with it so the
        *> oldest holds get decided first.
        77 currentDate   pic 9(8).
        77 todayNumber   pic 9(7).
        77 heldNumber    pic 9(7).
        77 daysHeld      pic 9(5).

        *> Session totals displayed when the hold file is exhausted.
        77 holdsReviewed pic 9(7) value 0.
        77 holdsReleased pic 9(7) value 0.
        77 holdsRouted   pic 9(7) value 0.
        77 holdsSkipped  pic 9(7) value 0.
        77 holdsDiscarded pic 9(7) value 0.
*> --------------------------------------------------------------------------------------------
procedure division.
    *> Main program loop here
    perform identifyOperator.
    perform initializeFiles.
    perform reviewHolds until endOfHoldFile = 1.
    perform finalizeSession.
    stop run.

*> Nothing proceeds without an operator identifier - every release
*> and routing is logged against it.
identifyOperator.
    move spaces to operatorId.
    perform promptForOperatorId until operatorId not = spaces.

promptForOperatorId.
    display "Operator identifier: ".
    accept operatorId.
    if operatorId = spaces
        display "an operator identifier is required"
    end-if.

*> RESUB, the reject file and the corrections log are extended, never
*> rewritten - a repair session's resubmissions and the night's
*> rejects must survive a hold review.
initializeFiles.
    accept currentDate from date yyyymmdd.
    compute todayNumber = function integer-of-date(currentDate).
    open input holdFile.
    if holdFileStatus <> "00"
        display "HOLDREV ABEND - SUSPHOLD FAILED TO OPEN, STATUS " holdFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open output holdNewFile.
    if holdNewFileStatus <> "00"
        display "HOLDREV ABEND - HOLDNEW FAILED TO OPEN, STATUS " holdNewFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open extend resubFile.
    if resubFileStatus <> "00"
        open output resubFile
    end-if.
    if resubFileStatus <> "00"
        display "HOLDREV ABEND - RESUB FAILED TO OPEN, STATUS " resubFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open extend rejFile.
    if rejFileStatus <> "00"
        open output rejFile
    end-if.
    if rejFileStatus <> "00"
        display "HOLDREV ABEND - REJFILE FAILED TO OPEN, STATUS " rejFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open extend corrLogFile.
    if corrLogFileStatus <> "00"
        open output corrLogFile
    end-if.
    if corrLogFileStatus <> "00"
        display "HOLDREV ABEND - CORRLOG FAILED TO OPEN, STATUS " corrLogFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.

reviewHolds.
    read holdFile
        at end
            move 1 to endOfHoldFile
        not at end
            perform reviewOneHold
    end-read.

reviewOneHold.
    add 1 to holdsReviewed.
    compute heldNumber = function integer-of-date(holdDate).
    compute daysHeld = todayNumber - heldNumber.
    display " ".
    display "RECORD KEY...: " holdRecordKey.
    display "SOURCE.......: " holdSourceId.
    display "READING DATE.: " holdReadingDate.
    move holdUserInput to formattedValue.
    display "VALUE........: " formattedValue.
    move holdExpectedLow to formattedValue.
    display "EXPECTED LOW.: " formattedValue.
    move holdExpectedHigh to formattedValue.
    display "EXPECTED HIGH: " formattedValue.
    display "HELD BY......: " holdProgramName " ON " holdDate
        " (" daysHeld " DAYS)".
    if holdReasonCode = statusConflict
        move "CONFLICTING READING" to holdReasonText
    else
        move "OUTSIDE EXPECTED RANGE" to holdReasonText
    end-if.
    display "HOLD REASON..: " holdReasonText.
    move 0 to actionDecided.
    perform promptForAction until actionDecided = 1.

*> Asks the operator what to do with the hold on screen - L releases
*> the reading as-is into the next run, Q routes it to the reject
*> repair queue for a corrected value, S keeps it held for a later
*> session, D discards it - the losing side of a held conflict. Only a
*> skipped hold goes back on the rewritten hold file.
promptForAction.
    display "Action - L = release as-is, Q = route to repair, "
        "D = discard, S = skip: ".
    accept reviewAction.
    evaluate reviewAction
        when "L"
        when "l"
            perform releaseHold
            move 1 to actionDecided
        when "Q"
        when "q"
            perform routeHoldToRepair
            move 1 to actionDecided
        when "D"
        when "d"
            add 1 to holdsDiscarded
            move "D" to reviewAction
            perform writeCorrectionLog
            display "DISCARDED - READING WILL NOT BE PROCESSED"
            move 1 to actionDecided
        when "S"
        when "s"
            move holdRecord to holdNewRecord
            write holdNewRecord
            add 1 to holdsSkipped
            move "S" to reviewAction
            perform writeCorrectionLog
            move 1 to actionDecided
        when other
            display "invalid choice"
    end-evaluate.

*> The reading was genuine - it goes to RESUB unchanged, flagged so
*> the next run's range check lets it through.
releaseHold.
    move holdRecordKey to resubRecordKey.
    move holdSourceId to resubSourceId.
    move holdReadingDate to resubReadingDate.
    move holdUserInput to resubUserInput.
    move holdRecycleCount to resubRecycleCount.
    move "Y" to resubHoldRelease.
    write resubRecord.
    add 1 to holdsReleased.
    move "L" to reviewAction.
    perform writeCorrectionLog.
    display "RELEASED - READING WILL BE ROOTED ON THE NEXT RUN".

*> The reading is wrong - it joins the live reject file with its hold
*> reason, where the repair facility takes a corrected
*> value for it.
routeHoldToRepair.
    move holdRecordKey to rejRecordKey.
    move holdSourceId to rejSourceId.
    move holdReadingDate to rejReadingDate.
    move holdUserInput to rejUserInput.
    move holdReasonCode to rejReasonCode.
    move holdRecycleCount to rejRecycleCount.
    write rejRecord.
    add 1 to holdsRouted.
    move "Q" to reviewAction.
    perform writeCorrectionLog.
    display "ROUTED - READING QUEUED ON THE REJECT FILE FOR REPAIR".

*> One corrections-log record for the action just taken - a hold
*> review never changes the value, so before and after agree.
writeCorrectionLog.
    accept logDate from date yyyymmdd.
    accept logTime from time.
    move operatorId to logOperatorId.
    move reviewAction to logAction.
    move holdRecordKey to logRecordKey.
    move holdSourceId to logSourceId.
    move holdReadingDate to logReadingDate.
    move holdUserInput to logBeforeValue.
    move holdUserInput to logAfterValue.
    write corrLogRecord.

finalizeSession.
    close holdFile.
    close holdNewFile.
    close resubFile.
    close rejFile.
    close corrLogFile.
    display " ".
    display "HOLDS REVIEWED.......: " holdsReviewed.
    display "RELEASED AS-IS.......: " holdsReleased.
    display "ROUTED TO REPAIR.....: " holdsRouted.
    display "DISCARDED............: " holdsDiscarded.
    display "SKIPPED - STILL HELD.: " holdsSkipped.
    display "HOLDNEW NOW REPLACES THE LIVE HOLD FILE.".
    move 0 to return-code.
