*> File: sqrtarec.cob
*> Name: Peter Hudel
*> Student Number: 1012673
*> Date: 10/15/2026
*> Description: Audit trail reconciliation. Proves the squareroot
*> audit log matches what was actually loaded - the log exists to
*> defend figures to auditors, but nothing checked that a result on
*> the results master came from a logged call, or that the logged call
*> produced the result the master holds. Run nightly ahead of the
*> audit maintenance step (auditmnt.cob), so nothing is rolled off to
*> the archive before it has been reconciled.
*>
*> For one load date - ARECPRM, or the run date when none is given -
*> the AUDITLOG calls made that day (sqrtaudit.cpy) are sorted by
*> record key and matched against RSLTMAST (sqrtrmst.cpy) in key
*> order. A key called more than once is judged by its latest call;
*> the earlier ones were superseded by a rerun, repair or correction.
*> Calls from the day before are read as well, but only to answer for
*> a master record loaded on the load date - a night whose batch and
*> load fell either side of midnight.
*>
*> Reported as exceptions:
*>   NO AUDIT CALL  - a record loaded on the load date with no call.
*>   NO MASTER      - a converged call whose reading is not on the
*>                    master.
*>   MISMATCH       - the master holds a different root, or a
*>                    different reading under the key, than the
*>                    latest call produced.
*> Recognized, counted and not reported one by one:
*>   - sqrtest estimates (reserved 9xxxxxxx keys, flagged "Y") - they
*>     are not rooted through squareroot;
*>   - wide results rooted by sqrthp - the squareroot call aborted on
*>     magnitude overflow (or was never made, for a value past its
*>     layout) and the master holds sqrthp's root of the same input;
*>   - calls that aborted and were never loaded;
*>   - calls for a reading in a month closed on PRDCTL, whose change
*>     went to PPADJ instead of the master;
*>   - calls re-rooting a reading loaded on an earlier date (sender
*>     corrections, repairs, restatements keep the first load date),
*>     matched like any other;
*>   - calls for a reading the history fold (sqrthist.cob) took back
*>     off the master when it settled a conflict that night (CONFLICT,
*>     sqrtconf.cpy) - the newcomer under keep first (its record
*>     deleted, or put back to the incumbent's values when it reused
*>     the incumbent's key), the incumbent under keep latest, and both
*>     under hold both.
*>
*> ARECRPT lists every exception and the reconciliation totals. RC 8
*> when any exception is reported - it holds the audit roll-off
*> until the exceptions are explained.
*>
*> Modification history:
*> 10/15/2026 - Calls for readings the history fold settled off the
*>              master as conflicts (keep first, keep latest, hold
*>              both - read from the CONFLICT file) are recognized
*>              and counted instead of reported as NO MASTER or
*>              MISMATCH, which held the audit roll-off every night a
*>              conflict was settled.

*> --------------------------------------------------------------------------------------------
identification division.
    program-id. sqrtarec.
*> --------------------------------------------------------------------------------------------
environment division.
    input-output section.
    file-control.
        select arecParmFile assign to "ARECPRM"
            organization is line sequential
            file status is arecParmFileStatus.

        select auditFile assign to "AUDITLOG"
            organization is line sequential
            file status is auditFileStatus.

        select masterFile assign to "RSLTMAST"
            organization is indexed
            access mode is dynamic
            record key is mastRecordKey
            file status is masterFileStatus.

        select prdCtlFile assign to "PRDCTL"
            organization is line sequential
            file status is prdCtlFileStatus.

        select conflictFile assign to "CONFLICT"
            organization is line sequential
            file status is conflictFileStatus.

        select sortWork assign to "SORTWK".

        select arecRptFile assign to "ARECRPT"
            organization is line sequential
            file status is arecRptFileStatus.
*> --------------------------------------------------------------------------------------------
data division.
    file section.
    fd arecParmFile.
    01 arecParmRecord.
        05 arecParmLoadDate pic 9(8).

    fd auditFile.
    *> One record per squareroot call - see sqrtaudit.cpy.
    01 auditRecord.
        copy sqrtaudit.

    fd masterFile.
    *> The layout the load step writes - see sqrtrmst.cpy.
    01 mastRecord.
        copy sqrtrmst.

    fd prdCtlFile.
    *> The months the period close has closed - see sqrtprd.cpy.
    01 prdCtlRecord.
        copy sqrtprd.

    fd conflictFile.
    *> The conflicting readings and how each was settled - see
    *> sqrtconf.cpy.
    01 conflictRecord.
        copy sqrtconf.

    *> The keyed calls of the load date and the day before, in key
    *> and call order.
    sd sortWork.
    01 sortRecord.
        05 sortRecordKey   pic 9(8).
        05 sortAuditDate   pic 9(8).
        05 sortAuditTime   pic 9(8).
        05 sortSequence    pic 9(9).
        05 sortSourceId    pic x(8).
        05 sortReadingDate pic 9(8).
        05 sortInput       pic s9(11)v9(6).
        05 sortResult      pic s9(11)v9(6).
        05 sortAbortFlag   pic x(1).

    fd arecRptFile.
    01 arecRptLine pic x(132).

    working-storage section.
        77 arecParmFileStatus pic x(2).
        77 auditFileStatus    pic x(2).
        77 masterFileStatus   pic x(2).
        77 prdCtlFileStatus   pic x(2).
        77 arecRptFileStatus  pic x(2).
        77 endOfAuditFile     pic 9 value 0.
        77 endOfSort          pic 9 value 0.
        77 endOfMaster        pic 9 value 0.
        77 endOfPrdCtlFile    pic 9 value 0.
        77 conflictFileStatus pic x(2).
        77 endOfConflictFile  pic 9 value 0.
        77 fileOpenAbendCode  pic 9(2) value 16.
        77 parmAbendCode      pic 9(2) value 12.
        77 exceptionReturnCode pic 9(2) value 8.

        *> The load date reconciled, and the day before it.
        77 loadDate      pic 9(8) value 0.
        77 priorDate     pic 9(8) value 0.
        77 dateWork      pic 9(8).
        77 followingDate pic 9(8) value 0.

        *> Estimates carry keys from here up, and a value past the
        *> narrow layout is only ever rooted by sqrthp.
        77 reservedKeyBase pic 9(8) value 90000000.
        77 narrowCeiling   pic s9(11)v9(6) value 99999999999.999999.

        *> Closed reading months from PRDCTL - a change to a reading
        *> dated in one goes to PPADJ, not the master.
        77 closedTableLimit  pic 9(3) value 240.
        01 closedPeriodTable.
            05 closedPeriod pic 9(6) occurs 240 times.
        77 closedEntryCount  pic 9(3) value 0.
        77 closedIndex       pic 9(3).
        77 checkMonth        pic 9(6).
        77 periodClosed      pic 9 value 0.

        *> Record keys the history fold took off the master settling a
        *> conflict on the load date (or just past midnight after it).
        77 settledTableLimit pic 9(4) value 2000.
        01 settledKeyTable.
            05 settledKey pic 9(8) occurs 2000 times.
        77 settledEntryCount pic 9(4) value 0.
        77 settledIndex      pic 9(4).
        77 keySettled        pic 9 value 0.
        77 settleKey         pic 9(8).
        77 tableAbendCode    pic 9(2) value 12.

        *> Match keys for the merge - high-values once a side is spent.
        77 groupMatchKey pic x(8).
        77 mastMatchKey  pic x(8).
        77 releaseSequence pic 9(9) value 0.

        *> One record key's calls, judged by the latest.
        77 groupKey          pic 9(8).
        77 groupCalls        pic 9(5).
        77 groupCallsOnDate  pic 9(5).
        77 lastSourceId      pic x(8).
        77 lastReadingDate   pic 9(8).
        77 lastInput         pic s9(11)v9(6).
        77 lastResult        pic s9(11)v9(6).
        77 lastAbortFlag     pic x(1).
        77 lastAuditDate     pic 9(8).
        77 lastAuditTime     pic 9(8).

        *> Control totals.
        77 callsReadOnDate     pic 9(9) value 0.
        77 interactiveCalls    pic 9(9) value 0.
        77 keyedCallsOnDate    pic 9(9) value 0.
        77 lookBackCalls       pic 9(9) value 0.
        77 supersededCalls     pic 9(9) value 0.
        77 masterLoadedOnDate  pic 9(9) value 0.
        77 matchedReadings     pic 9(9) value 0.
        77 matchedReroots      pic 9(9) value 0.
        77 estimatesRecognized pic 9(9) value 0.
        77 wideRecognized      pic 9(9) value 0.
        77 abortsNotLoaded     pic 9(9) value 0.
        77 closedRecognized    pic 9(9) value 0.
        77 conflictsRecognized pic 9(9) value 0.
        77 noAuditCallCount    pic 9(9) value 0.
        77 noMasterCount       pic 9(9) value 0.
        77 mismatchCount       pic 9(9) value 0.
        77 exceptionCount      pic 9(9) value 0.
        77 formattedCount      pic zzzzzzzz9.
        77 formattedValue      pic -(11)9.9(6).
        77 formattedWide       pic -(18)9.9(9).
*> --------------------------------------------------------------------------------------------
procedure division.
    *> Main program loop here
    perform initializeRun.
    sort sortWork
        on ascending key sortRecordKey sortAuditDate sortAuditTime
            sortSequence
        input procedure is selectAuditCalls
        output procedure is reconcileCalls.
    perform finalizeRun.
    stop run.

initializeRun.
    perform readLoadDate.
    compute dateWork = function integer-of-date(loadDate) - 1.
    compute priorDate = function date-of-integer(dateWork).
    compute dateWork = function integer-of-date(loadDate) + 1.
    compute followingDate = function date-of-integer(dateWork).
    perform loadClosedPeriods.
    perform loadSettledConflicts.
    open input masterFile.
    if masterFileStatus <> "00"
        display "SQRTAREC ABEND - RSLTMAST FAILED TO OPEN, STATUS " masterFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open output arecRptFile.
    if arecRptFileStatus <> "00"
        display "SQRTAREC ABEND - ARECRPT FAILED TO OPEN, STATUS " arecRptFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    move "AUDIT TRAIL RECONCILIATION AGAINST THE RESULTS MASTER" to arecRptLine.
    write arecRptLine.
    move spaces to arecRptLine.
    string "LOAD DATE RECONCILED......: " loadDate
        into arecRptLine.
    write arecRptLine.
    move spaces to arecRptLine.
    write arecRptLine.

*> The load date to reconcile - ARECPRM when present, else the run
*> date, which is the load date of a night that runs straight through.
readLoadDate.
    accept loadDate from date yyyymmdd.
    open input arecParmFile.
    if arecParmFileStatus = "00"
        read arecParmFile
            at end
                continue
            not at end
                if arecParmLoadDate is not numeric
                    or arecParmLoadDate = 0
                    display "SQRTAREC ABEND - ARECPRM LOAD DATE IS NOT USABLE"
                    move parmAbendCode to return-code
                    stop run
                end-if
                move arecParmLoadDate to loadDate
        end-read
        close arecParmFile
    end-if.

*> Loads the closed months from PRDCTL. No PRDCTL yet just means no
*> month has ever been closed.
loadClosedPeriods.
    open input prdCtlFile.
    if prdCtlFileStatus = "35"
        move 1 to endOfPrdCtlFile
    else
        if prdCtlFileStatus <> "00"
            display "SQRTAREC ABEND - PRDCTL FAILED TO OPEN, STATUS " prdCtlFileStatus
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
            display "SQRTAREC ABEND - MORE THAN " closedTableLimit
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

*> Loads the record keys the history fold took off the results master
*> settling a conflict: the newcomer (confSecond) under keep first,
*> the incumbent (confFirst) under keep latest, both under hold both.
*> Conflicts the edit found never reached the master, and no
*> CONFLICT yet just means none has been found.
loadSettledConflicts.
    open input conflictFile.
    if conflictFileStatus = "35"
        move 1 to endOfConflictFile
    else
        if conflictFileStatus <> "00"
            display "SQRTAREC ABEND - CONFLICT FAILED TO OPEN, STATUS " conflictFileStatus
            move fileOpenAbendCode to return-code
            stop run
        end-if
        perform readConflictRecord until endOfConflictFile = 1
        close conflictFile
    end-if.

readConflictRecord.
    read conflictFile
        at end
            move 1 to endOfConflictFile
        not at end
            if confDetectedBy = "SQRTHIST"
                and (confDate = loadDate or confDate = followingDate)
                perform keepSettledConflict
            end-if
    end-read.

keepSettledConflict.
    evaluate confRule
        when "F"
            move confSecondRecordKey to settleKey
            perform keepSettledKey
        when "L"
            if confFirstRecordKey not = confSecondRecordKey
                move confFirstRecordKey to settleKey
                perform keepSettledKey
            end-if
        when other
            move confFirstRecordKey to settleKey
            perform keepSettledKey
            move confSecondRecordKey to settleKey
            perform keepSettledKey
    end-evaluate.

keepSettledKey.
    if settledEntryCount >= settledTableLimit
        display "SQRTAREC ABEND - MORE THAN " settledTableLimit
            " CONFLICT KEYS SETTLED OFF THE MASTER"
        move tableAbendCode to return-code
        stop run
    end-if.
    add 1 to settledEntryCount.
    move settleKey to settledKey(settledEntryCount).

*> Sets keySettled when groupKey was taken off the master settling a
*> conflict.
checkSettledKey.
    move 0 to keySettled.
    perform checkOneSettledKey varying settledIndex from 1 by 1
        until settledIndex > settledEntryCount or keySettled = 1.

checkOneSettledKey.
    if settledKey(settledIndex) = groupKey
        move 1 to keySettled
    end-if.

*> ------------------------- selecting the calls -------------------------
*> Releases every keyed call of the load date and the day before. An
*> interactive caller's call carries no key and answers for nothing
*> on the master.
selectAuditCalls.
    open input auditFile.
    if auditFileStatus = "35"
        move 1 to endOfAuditFile
    else
        if auditFileStatus <> "00"
            display "SQRTAREC ABEND - AUDITLOG FAILED TO OPEN, STATUS " auditFileStatus
            move fileOpenAbendCode to return-code
            stop run
        end-if
        perform readAuditRecord until endOfAuditFile = 1
        close auditFile
    end-if.

readAuditRecord.
    read auditFile
        at end
            move 1 to endOfAuditFile
        not at end
            perform selectOneCall
    end-read.

selectOneCall.
    if auditDate = loadDate
        add 1 to callsReadOnDate
        if auditRecordKey = 0
            add 1 to interactiveCalls
        else
            add 1 to keyedCallsOnDate
        end-if
    end-if.
    if auditRecordKey not = 0
        and (auditDate = loadDate or auditDate = priorDate)
        add 1 to releaseSequence
        move auditRecordKey to sortRecordKey
        move auditDate to sortAuditDate
        move auditTime to sortAuditTime
        move releaseSequence to sortSequence
        move auditSourceId to sortSourceId
        move auditReadingDate to sortReadingDate
        move auditInput to sortInput
        move auditResult to sortResult
        move auditAbortFlag to sortAbortFlag
        release sortRecord
    end-if.

*> ------------------------- matching -------------------------
*> Merges the sorted calls, one record key's group at a time, against
*> the results master in key order.
reconcileCalls.
    perform returnNextCall.
    perform buildCallGroup.
    perform readNextMaster.
    perform reconcileOneKey
        until groupMatchKey = high-values and mastMatchKey = high-values.

returnNextCall.
    return sortWork
        at end
            move 1 to endOfSort
    end-return.

*> Gathers every call for the next record key, keeping the latest.
buildCallGroup.
    if endOfSort = 1
        move high-values to groupMatchKey
    else
        move sortRecordKey to groupKey
        move sortRecordKey to groupMatchKey
        move 0 to groupCalls
        move 0 to groupCallsOnDate
        perform addCallToGroup
            until endOfSort = 1 or sortRecordKey not = groupKey
    end-if.

addCallToGroup.
    add 1 to groupCalls.
    if sortAuditDate = loadDate
        add 1 to groupCallsOnDate
    end-if.
    move sortSourceId to lastSourceId.
    move sortReadingDate to lastReadingDate.
    move sortInput to lastInput.
    move sortResult to lastResult.
    move sortAbortFlag to lastAbortFlag.
    move sortAuditDate to lastAuditDate.
    move sortAuditTime to lastAuditTime.
    perform returnNextCall.

readNextMaster.
    if endOfMaster = 1
        move high-values to mastMatchKey
    else
        read masterFile next
            at end
                move 1 to endOfMaster
                move high-values to mastMatchKey
            not at end
                move mastRecordKey to mastMatchKey
        end-read
    end-if.

reconcileOneKey.
    evaluate true
        when groupMatchKey < mastMatchKey
            perform reconcileCallsOnly
            perform buildCallGroup
        when groupMatchKey > mastMatchKey
            perform reconcileMasterOnly
            perform readNextMaster
        when other
            perform reconcileCallsAndMaster
            perform buildCallGroup
            perform readNextMaster
    end-evaluate.

*> A master record with no call on the load date or the day before -
*> only a record loaded on the load date is answerable here.
reconcileMasterOnly.
    if mastLoadDate = loadDate
        add 1 to masterLoadedOnDate
        evaluate true
            when mastRecordKey >= reservedKeyBase
                and mastEstimateFlag = "Y"
                add 1 to estimatesRecognized
            when mastUserInput > narrowCeiling
                add 1 to wideRecognized
            when other
                add 1 to noAuditCallCount
                move mastResult to formattedWide
                move spaces to arecRptLine
                string "NO AUDIT CALL  KEY: " mastRecordKey
                    " SOURCE: " mastSourceId
                    " DATE: " mastReadingDate
                    " MASTER ROOT: " formattedWide
                    into arecRptLine
                write arecRptLine
        end-evaluate
    end-if.

*> Calls whose reading is not on the master. The day before's calls
*> only answer for a master record, so on their own they are
*> yesterday's business.
reconcileCallsOnly.
    if groupCallsOnDate > 0
        compute supersededCalls = supersededCalls + groupCalls - 1
        divide lastReadingDate by 100 giving checkMonth
        perform checkClosedPeriod
        perform checkSettledKey
        evaluate true
            when lastAbortFlag = "Y"
                add 1 to abortsNotLoaded
            when periodClosed = 1
                add 1 to closedRecognized
            when keySettled = 1
                add 1 to conflictsRecognized
            when other
                add 1 to noMasterCount
                move lastResult to formattedValue
                move spaces to arecRptLine
                string "NO MASTER      KEY: " groupKey
                    " SOURCE: " lastSourceId
                    " DATE: " lastReadingDate
                    " AUDIT ROOT: " formattedValue
                    " CALLED: " lastAuditDate " " lastAuditTime
                    into arecRptLine
                write arecRptLine
        end-evaluate
    else
        add groupCalls to lookBackCalls
    end-if.

*> Calls and a master record under the same key - the master must
*> hold the latest call's reading and root.
reconcileCallsAndMaster.
    if groupCallsOnDate = 0 and mastLoadDate not = loadDate
        add groupCalls to lookBackCalls
    else
        if mastLoadDate = loadDate
            add 1 to masterLoadedOnDate
        end-if
        compute supersededCalls = supersededCalls + groupCalls - 1
        perform judgeLatestCall
    end-if.

judgeLatestCall.
    divide mastReadingDate by 100 giving checkMonth.
    perform checkClosedPeriod.
    perform checkSettledKey.
    evaluate true
        when mastSourceId not = lastSourceId
            or mastReadingDate not = lastReadingDate
            if periodClosed = 1 and mastLoadDate not = loadDate
                add 1 to closedRecognized
            else
                add 1 to mismatchCount
                move spaces to arecRptLine
                string "MISMATCH       KEY: " groupKey
                    " AUDIT SOURCE: " lastSourceId
                    " DATE: " lastReadingDate
                    " MASTER SOURCE: " mastSourceId
                    " DATE: " mastReadingDate
                    " - ANOTHER READING UNDER THE KEY"
                    into arecRptLine
                write arecRptLine
            end-if
        when lastAbortFlag = "Y"
            if mastResult > 0 and mastUserInput = lastInput
                add 1 to wideRecognized
            else
                perform reportValueMismatch
            end-if
        when mastResult = lastResult
            if mastLoadDate = loadDate
                add 1 to matchedReadings
            else
                add 1 to matchedReroots
            end-if
        when periodClosed = 1 and mastLoadDate not = loadDate
            add 1 to closedRecognized
        when keySettled = 1
            *> Keep first put the incumbent's values back under the
            *> key the newcomer reused.
            add 1 to conflictsRecognized
        when other
            perform reportValueMismatch
    end-evaluate.

reportValueMismatch.
    add 1 to mismatchCount.
    move lastResult to formattedValue.
    move mastResult to formattedWide.
    move spaces to arecRptLine.
    string "MISMATCH       KEY: " groupKey
        " SOURCE: " mastSourceId
        " DATE: " mastReadingDate
        " AUDIT ROOT: " formattedValue
        " MASTER ROOT: " formattedWide
        into arecRptLine.
    write arecRptLine.

*> ------------------------- totals -------------------------
finalizeRun.
    close masterFile.
    compute exceptionCount =
        noAuditCallCount + noMasterCount + mismatchCount.
    if exceptionCount = 0
        move "NO EXCEPTIONS - THE AUDIT TRAIL ACCOUNTS FOR THE LOAD"
            to arecRptLine
        write arecRptLine
    end-if.
    move spaces to arecRptLine.
    write arecRptLine.

    move callsReadOnDate to formattedCount.
    move spaces to arecRptLine.
    string "AUDIT CALLS ON LOAD DATE..: " formattedCount
        into arecRptLine.
    write arecRptLine.
    move interactiveCalls to formattedCount.
    move spaces to arecRptLine.
    string "  INTERACTIVE (NO KEY)....: " formattedCount
        into arecRptLine.
    write arecRptLine.
    move keyedCallsOnDate to formattedCount.
    move spaces to arecRptLine.
    string "  KEYED...................: " formattedCount
        into arecRptLine.
    write arecRptLine.
    move supersededCalls to formattedCount.
    move spaces to arecRptLine.
    string "  SUPERSEDED BY A LATER...: " formattedCount
        into arecRptLine.
    write arecRptLine.
    move lookBackCalls to formattedCount.
    move spaces to arecRptLine.
    string "DAY-BEFORE CALLS NOT USED.: " formattedCount
        into arecRptLine.
    write arecRptLine.
    move masterLoadedOnDate to formattedCount.
    move spaces to arecRptLine.
    string "MASTER RECORDS LOADED.....: " formattedCount
        into arecRptLine.
    write arecRptLine.
    move spaces to arecRptLine.
    write arecRptLine.

    move matchedReadings to formattedCount.
    move spaces to arecRptLine.
    string "MATCHED...................: " formattedCount
        into arecRptLine.
    write arecRptLine.
    move matchedReroots to formattedCount.
    move spaces to arecRptLine.
    string "MATCHED EARLIER LOADS.....: " formattedCount
        into arecRptLine.
    write arecRptLine.
    move estimatesRecognized to formattedCount.
    move spaces to arecRptLine.
    string "ESTIMATES (NOT ROOTED)....: " formattedCount
        into arecRptLine.
    write arecRptLine.
    move wideRecognized to formattedCount.
    move spaces to arecRptLine.
    string "WIDE RESULTS (SQRTHP).....: " formattedCount
        into arecRptLine.
    write arecRptLine.
    move abortsNotLoaded to formattedCount.
    move spaces to arecRptLine.
    string "ABORTED CALLS NOT LOADED..: " formattedCount
        into arecRptLine.
    write arecRptLine.
    move closedRecognized to formattedCount.
    move spaces to arecRptLine.
    string "CLOSED-MONTH ADJUSTMENTS..: " formattedCount
        into arecRptLine.
    write arecRptLine.
    move conflictsRecognized to formattedCount.
    move spaces to arecRptLine.
    string "SETTLED OFF AS CONFLICTS..: " formattedCount
        into arecRptLine.
    write arecRptLine.
    move spaces to arecRptLine.
    write arecRptLine.

    move noAuditCallCount to formattedCount.
    move spaces to arecRptLine.
    string "EXCEPTIONS - NO AUDIT CALL: " formattedCount
        into arecRptLine.
    write arecRptLine.
    move noMasterCount to formattedCount.
    move spaces to arecRptLine.
    string "EXCEPTIONS - NO MASTER....: " formattedCount
        into arecRptLine.
    write arecRptLine.
    move mismatchCount to formattedCount.
    move spaces to arecRptLine.
    string "EXCEPTIONS - MISMATCH.....: " formattedCount
        into arecRptLine.
    write arecRptLine.
    close arecRptFile.

    move 0 to return-code.
    if exceptionCount > 0
        move exceptionReturnCode to return-code
    end-if.
