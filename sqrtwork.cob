*> File: sqrtwork.cob
*> Name: Peter Hudel
*> Student Number: 1012673
*> Date: 10/15/2026
*> Description: Morning exception worklist, the last step of the
*> nightly chain. The on-call analyst used to read DRIFTRPT, MISSRPT,
*> the reject file, LOADRPT/COLLRPT and the suspense files, ESTRPT/
*> TRUERPT, BALRPT and the reject-repair PENDING file one by one to
*> work out what needed attention. This step gathers the night's open
*> items into one prioritized worklist:
*>
*>   - DRIFT, MISSING, ESTFAIL, TRUEUP and BALANCE items from the
*>     nightly exception file (EXCPFILE, sqrtexcp.cpy) the drift,
*>     completeness, estimate, history-fold and balancing steps
*>     append to;
*>   - REJECT items from the open reject file, PENDING items from the
*>     corrections waiting for a second operator, SUSPENSE items from
*>     the load's collision suspense files, and HOLD items from the
*>     suspect-hold file (readings held out of range or as
*>     conflicting readings, waiting in holdrev), read directly.
*>
*> Last night's worklist (WORKOLD) is read back: an item still open
*> keeps the date it was first found, so it ages night after night
*> and rises in priority; an item whose condition has cleared drops
*> off and is listed once as cleared. An item whose step did not run
*> tonight (no "C" record for its type on EXCPFILE) cannot be judged
*> either way and is carried forward unchecked.
*>
*> Priority is the item type's weight plus a weight per day of age,
*> so a meter dark for the fifth night or a correction pending for
*> three days outranks tonight's new reject. Tonight's worklist
*> (WORKNEW, sqrtwkl.cpy) and the WORKRPT report list the open items
*> highest priority first, with source, facility (from the source
*> master), item type, age in days and the action expected. RC 4
*> when anything is open.
*>
*> Modification history:
*> 10/15/2026 - Readings on the suspect-hold file (SUSPHOLD) - held
*>              out of range or as conflicting readings - are now
*>              HOLD items, aged from the day they were held, so the
*>              hold-aging report no longer has to be read
*>              separately.

*> --------------------------------------------------------------------------------------------
identification division.
    program-id. sqrtwork.
*> --------------------------------------------------------------------------------------------
environment division.
    input-output section.
    file-control.
        select excpFile assign to "EXCPFILE"
            organization is line sequential
            file status is excpFileStatus.

        select rejFile assign to "REJFILE"
            organization is line sequential
            file status is rejFileStatus.

        select pendFile assign to "PENDING"
            organization is line sequential
            file status is pendFileStatus.

        select suspFile assign to "SUSPFILE"
            organization is line sequential
            file status is suspFileStatus.

        select suspWideFile assign to "SUSPWIDE"
            organization is line sequential
            file status is suspWideFileStatus.

        select suspEstFile assign to "SUSPEST"
            organization is line sequential
            file status is suspEstFileStatus.

        select suspHoldFile assign to "SUSPHOLD"
            organization is line sequential
            file status is suspHoldFileStatus.

        select srcMastFile assign to "SRCMAST"
            organization is indexed
            access mode is random
            record key is srcSourceId
            file status is srcMastFileStatus.

        select oldWorkFile assign to "WORKOLD"
            organization is line sequential
            file status is oldWorkFileStatus.

        select sortWork assign to "SORTWK".

        select newWorkFile assign to "WORKNEW"
            organization is line sequential
            file status is newWorkFileStatus.

        select workRptFile assign to "WORKRPT"
            organization is line sequential
            file status is workRptFileStatus.
*> --------------------------------------------------------------------------------------------
data division.
    file section.
    fd excpFile.
    *> The night's exceptions from the reporting steps - see
    *> sqrtexcp.cpy.
    01 excpRecord.
        copy sqrtexcp.

    *> The open rejects - the reject file sqrtbatch appends to and
    *> rejrepair rewrites without the handled records.
    fd rejFile.
    01 rejRecord.
        05 rejRecordKey   pic 9(8).
        05 rejSourceId    pic x(8).
        05 rejReadingDate pic 9(8).
        05 rejUserInput   pic s9(11)v9(6)
            sign is leading separate character.
        05 rejReasonCode  pic 9(2).
        05 rejRecycleCount pic 9(2).

    *> Corrections waiting on a second operator's approval in
    *> rejrepair.
    fd pendFile.
    01 pendRecord.
        05 pendRecordKey   pic 9(8).
        05 pendSourceId    pic x(8).
        05 pendReadingDate pic 9(8).
        05 pendBeforeValue pic s9(11)v9(6)
            sign is leading separate character.
        05 pendAfterValue  pic s9(11)v9(6)
            sign is leading separate character.
        05 pendRecycleCount pic 9(2).
        05 pendReasonCode  pic 9(2).
        05 pendOperatorId  pic x(8).
        05 pendDate        pic 9(8).
        05 pendTime        pic 9(8).

    *> Results the load suspended on a key collision, in the layout
    *> they arrived in - the actuals, the wide results, and the
    *> estimate pass's.
    fd suspFile.
    01 suspRecord.
        05 suspRecordKey   pic 9(8).
        05 suspSourceId    pic x(8).
        05 suspReadingDate pic 9(8).
        05 suspUserInput   pic s9(11)v9(6)
            sign is leading separate character.
        05 suspResult      pic s9(11)v9(6)
            sign is leading separate character.
        05 suspEstimateFlag pic x(1).

    fd suspWideFile.
    01 suspWideRecord.
        05 suspWideRecordKey   pic 9(8).
        05 suspWideSourceId    pic x(8).
        05 suspWideReadingDate pic 9(8).
        05 suspWideUserInput   pic s9(18)v9(9)
            sign is leading separate character.
        05 suspWideResult      pic s9(18)v9(9)
            sign is leading separate character.

    fd suspEstFile.
    01 suspEstRecord.
        05 suspEstRecordKey   pic 9(8).
        05 suspEstSourceId    pic x(8).
        05 suspEstReadingDate pic 9(8).
        05 suspEstUserInput   pic s9(11)v9(6)
            sign is leading separate character.
        05 suspEstResult      pic s9(11)v9(6)
            sign is leading separate character.
        05 suspEstEstimateFlag pic x(1).

    fd suspHoldFile.
    *> Readings held out of range or as conflicting readings, waiting
    *> for holdrev - see sqrthold.cpy.
    01 suspHoldRecord.
        copy sqrthold.

    fd srcMastFile.
    *> The source master srcmaint.cob rebuilds, for each item's
    *> facility - see sqrtsrc.cpy.
    01 srcMastRecord.
        copy sqrtsrc.

    *> Last night's worklist and tonight's, both in the sqrtwkl.cpy
    *> layout held in workRecord.
    fd oldWorkFile.
    01 oldWorkLine pic x(161).

    fd newWorkFile.
    01 newWorkLine pic x(161).

    *> One record per item, open ones first in priority order, then
    *> the ones that cleared.
    sd sortWork.
    01 sortRecord.
        05 sortGroup      pic x(1).
        05 sortPriority   pic 9(5).
        05 sortAgeDays    pic 9(5).
        05 sortItemType   pic x(8).
        05 sortSourceId   pic x(8).
        05 sortReference  pic x(16).
        05 sortFirstSeen  pic 9(8).
        05 sortLastSeen   pic 9(8).
        05 sortNightsOpen pic 9(5).
        05 sortStatus     pic x(1).
        05 sortDetail     pic x(50).
        05 sortAction     pic x(40).

    fd workRptFile.
    01 workRptLine pic x(132).

    working-storage section.
        77 excpFileStatus     pic x(2).
        77 rejFileStatus      pic x(2).
        77 pendFileStatus     pic x(2).
        77 suspFileStatus     pic x(2).
        77 suspWideFileStatus pic x(2).
        77 suspEstFileStatus  pic x(2).
        77 suspHoldFileStatus pic x(2).
        77 srcMastFileStatus  pic x(2).
        77 oldWorkFileStatus  pic x(2).
        77 newWorkFileStatus  pic x(2).
        77 workRptFileStatus  pic x(2).
        77 endOfInput         pic 9 value 0.
        77 endOfSort          pic 9 value 0.
        77 fileOpenAbendCode  pic 9(2) value 16.
        77 tableAbendCode     pic 9(2) value 12.

        *> One worklist record - see sqrtwkl.cpy.
        01 workRecord.
            copy sqrtwkl.

        *> The item types, their weight and the action each calls for.
        *> A type's weight is its priority on the night it is found;
        *> every day of age adds ageWeight on top.
        01 itemTypeValues.
            05 filler pic x(8)  value "BALANCE".
            05 filler pic 9(3)  value 500.
            05 filler pic x(40) value "RECONCILE BALRPT - THE NIGHT IS HELD".
            05 filler pic x(8)  value "SUSPENSE".
            05 filler pic 9(3)  value 300.
            05 filler pic x(40) value "RESOLVE THE KEY COLLISION AND RE-FEED".
            05 filler pic x(8)  value "HOLD".
            05 filler pic 9(3)  value 250.
            05 filler pic x(40) value "RELEASE, ROUTE OR DISCARD IN HOLDREV".
            05 filler pic x(8)  value "REJECT".
            05 filler pic 9(3)  value 200.
            05 filler pic x(40) value "REPAIR OR DROP IN REJREPAIR".
            05 filler pic x(8)  value "PENDING".
            05 filler pic 9(3)  value 200.
            05 filler pic x(40) value "SECOND OPERATOR TO APPROVE (REJREPAIR V)".
            05 filler pic x(8)  value "MISSING".
            05 filler pic 9(3)  value 150.
            05 filler pic x(40) value "CHASE THE SOURCE SYSTEM FOR THE FEED".
            05 filler pic x(8)  value "ESTFAIL".
            05 filler pic 9(3)  value 150.
            05 filler pic x(40) value "NO ESTIMATE - OBTAIN THE READING".
            05 filler pic x(8)  value "DRIFT".
            05 filler pic 9(3)  value 100.
            05 filler pic x(40) value "CHECK THE METER'S CALIBRATION".
            05 filler pic x(8)  value "TRUEUP".
            05 filler pic 9(3)  value 50.
            05 filler pic x(40) value "REVIEW THE ESTIMATE AGAINST THE ACTUAL".
        01 itemTypeTable redefines itemTypeValues.
            05 itemTypeEntry occurs 9 times.
                10 typeName   pic x(8).
                10 typeWeight pic 9(3).
                10 typeAction pic x(40).
        77 itemTypeCount pic 9(2) value 9.
        77 typeIndex     pic 9(2).
        77 foundType     pic 9(2).
        77 ageWeight     pic 9(3) value 20.
        77 priorityCeiling pic 9(5) value 99999.

        *> Which types were checked tonight - the file-read types
        *> always are; the others when their step wrote its "C" record.
        01 typeCheckedTable.
            05 typeChecked pic x(1) occurs 9 times.
        01 typeCountTable.
            05 typeOpenCount pic 9(7) occurs 9 times.

        *> Tonight's items, then last night's merged in.
        *> itmStatus: "F" found tonight, "U" carried forward unchecked,
        *> "C" cleared since last night.
        77 itemTableLimit pic 9(4) value 5000.
        77 itemCount      pic 9(4) value 0.
        01 itemTable.
            05 itemEntry occurs 5000 times.
                10 itmItemType   pic x(8).
                10 itmSourceId   pic x(8).
                10 itmReference  pic x(16).
                10 itmSinceDate  pic 9(8).
                10 itmFirstSeen  pic 9(8).
                10 itmLastSeen   pic 9(8).
                10 itmNightsOpen pic 9(5).
                10 itmStatus     pic x(1).
                10 itmCarried    pic 9.
                10 itmDetail     pic x(50).
                10 itmAction     pic x(40).
        77 itemIndex pic 9(4).
        77 matchIndex pic 9(4).

        *> The item being added.
        77 newItemType  pic x(8).
        77 newSourceId  pic x(8).
        77 newReference pic x(16).
        77 newSinceDate pic 9(8).
        77 newDetail    pic x(50).
        77 newAction    pic x(40).

        *> Age arithmetic off the integer day numbers.
        77 runDate        pic 9(8).
        77 runDayNumber   pic 9(7).
        77 seenDayNumber  pic 9(7).
        77 itemAgeDays    pic 9(5).
        77 itemPriority   pic 9(7).

        77 facilityFound  pic x(8).
        77 haveCleared    pic 9 value 0.

        *> Control totals.
        77 exceptionsRead   pic 9(7) value 0.
        77 itemsOpen        pic 9(7) value 0.
        77 itemsNew         pic 9(7) value 0.
        77 itemsCarried     pic 9(7) value 0.
        77 itemsUnchecked   pic 9(7) value 0.
        77 itemsCleared     pic 9(7) value 0.
        77 priorItemsRead   pic 9(7) value 0.
        77 formattedCount    pic zzzzzz9.
        77 formattedPriority pic zzzz9.
        77 formattedAge      pic zzzz9.
        77 formattedNights   pic zzzz9.
        77 formattedReason   pic z9.
        77 formattedRecycles pic z9.
*> --------------------------------------------------------------------------------------------
procedure division.
    *> Main program loop here
    perform initializeFiles.
    perform loadExceptions.
    perform loadRejects.
    perform loadPendingCorrections.
    perform loadSuspense.
    perform loadHolds.
    perform mergePriorWorklist.
    sort sortWork
        on ascending key sortGroup
        on descending key sortPriority sortAgeDays
        on ascending key sortItemType sortSourceId sortReference
        input procedure is releaseItems
        output procedure is writeWorklist.
    perform finalizeRun.
    stop run.

initializeFiles.
    accept runDate from date yyyymmdd.
    compute runDayNumber = function integer-of-date(runDate).
    move all "N" to typeCheckedTable.
    move zeros to typeCountTable.
    open input srcMastFile.
    if srcMastFileStatus <> "00"
        display "SQRTWORK ABEND - SRCMAST FAILED TO OPEN, STATUS " srcMastFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open output newWorkFile.
    if newWorkFileStatus <> "00"
        display "SQRTWORK ABEND - WORKNEW FAILED TO OPEN, STATUS " newWorkFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open output workRptFile.
    if workRptFileStatus <> "00"
        display "SQRTWORK ABEND - WORKRPT FAILED TO OPEN, STATUS " workRptFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    move "MORNING EXCEPTION WORKLIST" to workRptLine.
    write workRptLine.
    move spaces to workRptLine.
    string "RUN DATE..................: " runDate
        into workRptLine.
    write workRptLine.
    move spaces to workRptLine.
    write workRptLine.
    move "  PRI   AGE NIGHTS TYPE     SOURCE   FACILITY REFERENCE        WHAT WAS FOUND"
        to workRptLine.
    write workRptLine.
    move spaces to workRptLine.
    write workRptLine.

*> ------------------------- tonight's items -------------------------
*> The reporting steps' exceptions. A "C" record marks its type as
*> checked tonight; an "E" record is an item.
loadExceptions.
    open input excpFile.
    if excpFileStatus = "35"
        move 1 to endOfInput
    else
        if excpFileStatus <> "00"
            display "SQRTWORK ABEND - EXCPFILE FAILED TO OPEN, STATUS " excpFileStatus
            move fileOpenAbendCode to return-code
            stop run
        end-if
        move 0 to endOfInput
        perform readOneException until endOfInput = 1
        close excpFile
    end-if.

readOneException.
    read excpFile
        at end
            move 1 to endOfInput
        not at end
            perform takeOneException
    end-read.

takeOneException.
    move excpItemType to newItemType.
    perform findItemType.
    if foundType > 0
        if excpRecordType = "C"
            move "Y" to typeChecked(foundType)
        else
            add 1 to exceptionsRead
            move excpSourceId to newSourceId
            move excpReference to newReference
            move excpSinceDate to newSinceDate
            move excpDetail to newDetail
            move typeAction(foundType) to newAction
            perform addTonightsItem
        end-if
    end-if.

findItemType.
    move 0 to foundType.
    perform matchOneItemType varying typeIndex from 1 by 1
        until typeIndex > itemTypeCount or foundType > 0.

matchOneItemType.
    if typeName(typeIndex) = newItemType
        move typeIndex to foundType
    end-if.

*> Every open reject. A source-master reject only clears once the
*> source list itself is put right, so it says so.
loadRejects.
    move "REJECT" to newItemType.
    perform findItemType.
    move "Y" to typeChecked(foundType).
    open input rejFile.
    if rejFileStatus = "35"
        move 1 to endOfInput
    else
        if rejFileStatus <> "00"
            display "SQRTWORK ABEND - REJFILE FAILED TO OPEN, STATUS " rejFileStatus
            move fileOpenAbendCode to return-code
            stop run
        end-if
        move 0 to endOfInput
        perform readOneReject until endOfInput = 1
        close rejFile
    end-if.

readOneReject.
    read rejFile
        at end
            move 1 to endOfInput
        not at end
            perform takeOneReject
    end-read.

takeOneReject.
    move "REJECT" to newItemType.
    move rejSourceId to newSourceId.
    move rejRecordKey to newReference.
    move 0 to newSinceDate.
    move rejReasonCode to formattedReason.
    move rejRecycleCount to formattedRecycles.
    move spaces to newDetail.
    string "REASON " formattedReason " READING " rejReadingDate
        " RECYCLED" formattedRecycles
        into newDetail.
    if rejReasonCode = 11 or rejReasonCode = 12
        move "CORRECT THE SOURCE LIST, THEN RESUBMIT" to newAction
    else
        move typeAction(foundType) to newAction
    end-if.
    perform addTonightsItem.

*> Every correction waiting on a second operator - aged from the day
*> it was pended.
loadPendingCorrections.
    move "PENDING" to newItemType.
    perform findItemType.
    move "Y" to typeChecked(foundType).
    open input pendFile.
    if pendFileStatus = "35"
        move 1 to endOfInput
    else
        if pendFileStatus <> "00"
            display "SQRTWORK ABEND - PENDING FAILED TO OPEN, STATUS " pendFileStatus
            move fileOpenAbendCode to return-code
            stop run
        end-if
        move 0 to endOfInput
        perform readOnePending until endOfInput = 1
        close pendFile
    end-if.

readOnePending.
    read pendFile
        at end
            move 1 to endOfInput
        not at end
            perform takeOnePending
    end-read.

takeOnePending.
    move "PENDING" to newItemType.
    move pendSourceId to newSourceId.
    move pendRecordKey to newReference.
    move pendDate to newSinceDate.
    move spaces to newDetail.
    string "READING " pendReadingDate " PENDED BY " pendOperatorId
        " ON " pendDate
        into newDetail.
    move typeAction(foundType) to newAction.
    perform addTonightsItem.

*> Every result the load suspended on a key collision.
loadSuspense.
    move "SUSPENSE" to newItemType.
    perform findItemType.
    move "Y" to typeChecked(foundType).
    move typeAction(foundType) to newAction.
    move 0 to newSinceDate.
    open input suspFile.
    if suspFileStatus = "35"
        move 1 to endOfInput
    else
        if suspFileStatus <> "00"
            display "SQRTWORK ABEND - SUSPFILE FAILED TO OPEN, STATUS " suspFileStatus
            move fileOpenAbendCode to return-code
            stop run
        end-if
        move 0 to endOfInput
        perform readOneSuspense until endOfInput = 1
        close suspFile
    end-if.
    open input suspWideFile.
    if suspWideFileStatus = "35"
        move 1 to endOfInput
    else
        if suspWideFileStatus <> "00"
            display "SQRTWORK ABEND - SUSPWIDE FAILED TO OPEN, STATUS " suspWideFileStatus
            move fileOpenAbendCode to return-code
            stop run
        end-if
        move 0 to endOfInput
        perform readOneWideSuspense until endOfInput = 1
        close suspWideFile
    end-if.
    open input suspEstFile.
    if suspEstFileStatus = "35"
        move 1 to endOfInput
    else
        if suspEstFileStatus <> "00"
            display "SQRTWORK ABEND - SUSPEST FAILED TO OPEN, STATUS " suspEstFileStatus
            move fileOpenAbendCode to return-code
            stop run
        end-if
        move 0 to endOfInput
        perform readOneEstSuspense until endOfInput = 1
        close suspEstFile
    end-if.

readOneSuspense.
    read suspFile
        at end
            move 1 to endOfInput
        not at end
            move "SUSPENSE" to newItemType
            move suspSourceId to newSourceId
            move suspRecordKey to newReference
            move spaces to newDetail
            string "KEY COLLISION, READING " suspReadingDate
                " - SUSPFILE"
                into newDetail
            perform addTonightsItem
    end-read.

readOneWideSuspense.
    read suspWideFile
        at end
            move 1 to endOfInput
        not at end
            move "SUSPENSE" to newItemType
            move suspWideSourceId to newSourceId
            move suspWideRecordKey to newReference
            move spaces to newDetail
            string "KEY COLLISION, READING " suspWideReadingDate
                " - SUSPWIDE"
                into newDetail
            perform addTonightsItem
    end-read.

readOneEstSuspense.
    read suspEstFile
        at end
            move 1 to endOfInput
        not at end
            move "SUSPENSE" to newItemType
            move suspEstSourceId to newSourceId
            move suspEstRecordKey to newReference
            move spaces to newDetail
            string "ESTIMATE KEY COLLISION, READING " suspEstReadingDate
                into newDetail
            perform addTonightsItem
    end-read.

*> Every reading on the suspect-hold file - aged from the day it was
*> held, with the hold reason.
loadHolds.
    move "HOLD" to newItemType.
    perform findItemType.
    move "Y" to typeChecked(foundType).
    move typeAction(foundType) to newAction.
    open input suspHoldFile.
    if suspHoldFileStatus = "35"
        move 1 to endOfInput
    else
        if suspHoldFileStatus <> "00"
            display "SQRTWORK ABEND - SUSPHOLD FAILED TO OPEN, STATUS " suspHoldFileStatus
            move fileOpenAbendCode to return-code
            stop run
        end-if
        move 0 to endOfInput
        perform readOneHold until endOfInput = 1
        close suspHoldFile
    end-if.

readOneHold.
    read suspHoldFile
        at end
            move 1 to endOfInput
        not at end
            perform takeOneHold
    end-read.

takeOneHold.
    move "HOLD" to newItemType.
    move holdSourceId to newSourceId.
    move holdRecordKey to newReference.
    move holdDate to newSinceDate.
    move holdReasonCode to formattedReason.
    move spaces to newDetail.
    if holdReasonCode = 15
        string "REASON " formattedReason " CONFLICTING, READING "
            holdReadingDate
            into newDetail
    else
        string "REASON " formattedReason " OUT OF RANGE, READING "
            holdReadingDate
            into newDetail
    end-if.
    perform addTonightsItem.

*> Adds one of tonight's items, unless the same item is already on
*> the table - a rerun step can report it twice.
addTonightsItem.
    perform findItem.
    if matchIndex = 0
        perform makeItemRoom
        move newItemType to itmItemType(itemCount)
        move newSourceId to itmSourceId(itemCount)
        move newReference to itmReference(itemCount)
        move newSinceDate to itmSinceDate(itemCount)
        move 0 to itmFirstSeen(itemCount)
        move runDate to itmLastSeen(itemCount)
        move 1 to itmNightsOpen(itemCount)
        move "F" to itmStatus(itemCount)
        move 0 to itmCarried(itemCount)
        move newDetail to itmDetail(itemCount)
        move newAction to itmAction(itemCount)
    end-if.

findItem.
    move 0 to matchIndex.
    perform matchOneItem varying itemIndex from 1 by 1
        until itemIndex > itemCount or matchIndex > 0.

matchOneItem.
    if itmItemType(itemIndex) = newItemType
        and itmSourceId(itemIndex) = newSourceId
        and itmReference(itemIndex) = newReference
        move itemIndex to matchIndex
    end-if.

makeItemRoom.
    if itemCount >= itemTableLimit
        display "SQRTWORK ABEND - MORE THAN " itemTableLimit
            " WORKLIST ITEMS"
        move tableAbendCode to return-code
        stop run
    end-if.
    add 1 to itemCount.

*> ------------------------- last night's worklist -------------------------
*> Each item on last night's worklist is still open (found again),
*> cleared (its type was checked and it was not found), or carried
*> forward unchecked (its step did not run tonight).
mergePriorWorklist.
    open input oldWorkFile.
    if oldWorkFileStatus = "35"
        move 1 to endOfInput
    else
        if oldWorkFileStatus <> "00"
            display "SQRTWORK ABEND - WORKOLD FAILED TO OPEN, STATUS " oldWorkFileStatus
            move fileOpenAbendCode to return-code
            stop run
        end-if
        move 0 to endOfInput
        perform readOnePriorItem until endOfInput = 1
        close oldWorkFile
    end-if.

readOnePriorItem.
    read oldWorkFile into workRecord
        at end
            move 1 to endOfInput
        not at end
            add 1 to priorItemsRead
            perform mergeOnePriorItem
    end-read.

mergeOnePriorItem.
    move wklItemType to newItemType.
    move wklSourceId to newSourceId.
    move wklReference to newReference.
    perform findItem.
    if matchIndex > 0
        move wklFirstSeen to itmFirstSeen(matchIndex)
        if itmSinceDate(matchIndex) > 0
            and itmSinceDate(matchIndex) < wklFirstSeen
            move itmSinceDate(matchIndex) to itmFirstSeen(matchIndex)
        end-if
        compute itmNightsOpen(matchIndex) = wklNightsOpen + 1
        move 1 to itmCarried(matchIndex)
    else
        perform findItemType
        perform makeItemRoom
        move wklItemType to itmItemType(itemCount)
        move wklSourceId to itmSourceId(itemCount)
        move wklReference to itmReference(itemCount)
        move 0 to itmSinceDate(itemCount)
        move wklFirstSeen to itmFirstSeen(itemCount)
        move wklLastSeen to itmLastSeen(itemCount)
        move 1 to itmCarried(itemCount)
        move wklDetail to itmDetail(itemCount)
        move wklAction to itmAction(itemCount)
        if foundType > 0 and typeChecked(foundType) = "N"
            compute itmNightsOpen(itemCount) = wklNightsOpen + 1
            move "U" to itmStatus(itemCount)
        else
            move wklNightsOpen to itmNightsOpen(itemCount)
            move "C" to itmStatus(itemCount)
        end-if
    end-if.

*> ------------------------- the worklist -------------------------
releaseItems.
    perform releaseOneItem varying itemIndex from 1 by 1
        until itemIndex > itemCount.

*> A new item ages from the day its condition began when the step
*> that found it knows that day, otherwise from tonight.
releaseOneItem.
    if itmFirstSeen(itemIndex) = 0
        move runDate to itmFirstSeen(itemIndex)
        if itmSinceDate(itemIndex) > 0
            and itmSinceDate(itemIndex) < runDate
            move itmSinceDate(itemIndex) to itmFirstSeen(itemIndex)
        end-if
    end-if.
    compute seenDayNumber =
        function integer-of-date(itmFirstSeen(itemIndex)).
    move 0 to itemAgeDays.
    if seenDayNumber < runDayNumber
        compute itemAgeDays = runDayNumber - seenDayNumber
    end-if.
    move itmItemType(itemIndex) to newItemType.
    perform findItemType.
    move 0 to itemPriority.
    if foundType > 0
        move typeWeight(foundType) to itemPriority
    end-if.
    compute itemPriority = itemPriority + itemAgeDays * ageWeight.
    if itemPriority > priorityCeiling
        move priorityCeiling to itemPriority
    end-if.
    if itmStatus(itemIndex) = "C"
        move "2" to sortGroup
    else
        move "1" to sortGroup
    end-if.
    move itemPriority to sortPriority.
    move itemAgeDays to sortAgeDays.
    move itmItemType(itemIndex) to sortItemType.
    move itmSourceId(itemIndex) to sortSourceId.
    move itmReference(itemIndex) to sortReference.
    move itmFirstSeen(itemIndex) to sortFirstSeen.
    move itmLastSeen(itemIndex) to sortLastSeen.
    move itmNightsOpen(itemIndex) to sortNightsOpen.
    move itmStatus(itemIndex) to sortStatus.
    move itmDetail(itemIndex) to sortDetail.
    move itmAction(itemIndex) to sortAction.
    release sortRecord.

*> Open items to WORKNEW and the report, highest priority first; then
*> the items that cleared, on the report only.
writeWorklist.
    perform returnNextItem.
    perform writeOneItem until endOfSort = 1.

returnNextItem.
    return sortWork
        at end
            move 1 to endOfSort
    end-return.

writeOneItem.
    perform findItemFacility.
    move sortPriority to formattedPriority.
    move sortAgeDays to formattedAge.
    move sortNightsOpen to formattedNights.
    if sortGroup = "1"
        perform writeOpenItem
    else
        perform writeClearedItem
    end-if.
    perform returnNextItem.

writeOpenItem.
    add 1 to itemsOpen.
    move sortItemType to newItemType.
    perform findItemType.
    if foundType > 0
        add 1 to typeOpenCount(foundType)
    end-if.
    evaluate true
        when sortStatus = "U"
            add 1 to itemsUnchecked
        when sortNightsOpen > 1
            add 1 to itemsCarried
        when other
            add 1 to itemsNew
    end-evaluate.
    move sortPriority to wklPriority.
    move sortItemType to wklItemType.
    move sortSourceId to wklSourceId.
    move sortReference to wklReference.
    move facilityFound to wklFacility.
    move sortFirstSeen to wklFirstSeen.
    move sortLastSeen to wklLastSeen.
    move sortAgeDays to wklAgeDays.
    move sortNightsOpen to wklNightsOpen.
    move sortDetail to wklDetail.
    move sortAction to wklAction.
    write newWorkLine from workRecord.
    move spaces to workRptLine.
    string formattedPriority " " formattedAge " " formattedNights
        " " sortItemType " " sortSourceId " " facilityFound
        " " sortReference " " sortDetail
        into workRptLine.
    write workRptLine.
    move spaces to workRptLine.
    if sortStatus = "U"
        string "                         ACTION: " sortAction
            " - NOT RECHECKED TONIGHT, LAST FOUND " sortLastSeen
            into workRptLine
    else
        string "                         ACTION: " sortAction
            into workRptLine
    end-if.
    write workRptLine.

writeClearedItem.
    add 1 to itemsCleared.
    if haveCleared = 0
        move 1 to haveCleared
        move spaces to workRptLine
        write workRptLine
        move "CLEARED SINCE THE LAST WORKLIST" to workRptLine
        write workRptLine
        move spaces to workRptLine
        write workRptLine
    end-if.
    move spaces to workRptLine.
    string "CLEARED " sortItemType " " sortSourceId " " facilityFound
        " " sortReference " OPEN SINCE " sortFirstSeen
        into workRptLine.
    write workRptLine.

findItemFacility.
    move spaces to facilityFound.
    if sortSourceId not = spaces
        move sortSourceId to srcSourceId
        read srcMastFile
            invalid key
                move "UNKNOWN" to facilityFound
            not invalid key
                move srcFacility to facilityFound
        end-read
    end-if.

finalizeRun.
    close srcMastFile.
    close newWorkFile.
    move spaces to workRptLine.
    write workRptLine.
    if itemsOpen = 0
        move "NOTHING OPEN - NO ITEMS NEED ATTENTION" to workRptLine
        write workRptLine
        move spaces to workRptLine
        write workRptLine
    end-if.

    move exceptionsRead to formattedCount.
    move spaces to workRptLine.
    string "EXCEPTIONS REPORTED.......: " formattedCount
        into workRptLine.
    write workRptLine.

    move priorItemsRead to formattedCount.
    move spaces to workRptLine.
    string "ITEMS ON LAST WORKLIST....: " formattedCount
        into workRptLine.
    write workRptLine.

    move itemsOpen to formattedCount.
    move spaces to workRptLine.
    string "ITEMS OPEN................: " formattedCount
        into workRptLine.
    write workRptLine.

    move itemsNew to formattedCount.
    move spaces to workRptLine.
    string "  NEW TONIGHT.............: " formattedCount
        into workRptLine.
    write workRptLine.

    move itemsCarried to formattedCount.
    move spaces to workRptLine.
    string "  STILL OPEN..............: " formattedCount
        into workRptLine.
    write workRptLine.

    move itemsUnchecked to formattedCount.
    move spaces to workRptLine.
    string "  NOT RECHECKED TONIGHT...: " formattedCount
        into workRptLine.
    write workRptLine.

    move itemsCleared to formattedCount.
    move spaces to workRptLine.
    string "ITEMS CLEARED.............: " formattedCount
        into workRptLine.
    write workRptLine.

    move spaces to workRptLine.
    write workRptLine.
    perform writeTypeCount varying typeIndex from 1 by 1
        until typeIndex > itemTypeCount.

    close workRptFile.
    *> RC 4 when anything is open - the night itself is unaffected.
    move 0 to return-code.
    if itemsOpen > 0
        move 4 to return-code
    end-if.

writeTypeCount.
    move typeOpenCount(typeIndex) to formattedCount.
    move spaces to workRptLine.
    string "OPEN " typeName(typeIndex) ".............: " formattedCount
        into workRptLine.
    write workRptLine.
