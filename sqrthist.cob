*> per day instead of hand-splitting the appended dataset. The drift
*> report (sqrtdrift.cob) runs over this master.
*>
*> An actual arriving for a source/date that already holds an actual
*> is only a day rerun when it carries the same record key and value;
*> anything else is a conflict, written to the CONFLICT file and the
*> CONFRPT report with both readings and settled by the meter's
*> source system's rule on CONFPRM (sqrtcrul.cpy) - keep the first,
*> keep the latest, or hold both on the suspect-hold file for review -
*> with the results master brought into line so it never holds more
*> than one reading per meter-day.
*>
*> After the day's results, the sender corrections and cancellations
*> sqrtbatch validated (CORRFILE, sqrtcorr.cpy) are applied to the
*> history record for their source and reading date, when it still
*> carries the sender's key: a correction replaces the reading and
*> root, a cancellation deletes the record, and each is printed on
*> CORRRPT with the old and new values.
*>
*> A meter-day in a month the period close has closed (PRDCTL,
*> sqrtprd.cpy) is never changed on the history - a late reading, a
*> rerun, a true-up, a conflicting reading, a correction or a
*> cancellation for it is written to the PPADJ prior-period
*> adjustment file (sqrtadj.cpy) with the old and new values instead,
*> for the monthly adjustment report.
*>
*> Every true-up is also appended to the nightly exception file
*> (EXCPFILE, sqrtexcp.cpy) for the morning worklist.
*>
*> The true-ups are also counted per owning source system onto the
*> quality accumulation file (QUALACC, sqrtqacc.cpy), with their
*> total difference taken as positive amounts, for the monthly data
*> quality scorecard. The history carries no feed date, so they count
*> toward the night this step ran.
*>
*> Modification history:
*> 10/15/2026 - EXCPFILE is now opened output whenever open extend
*>              fails, not only when the file is missing, the way
*>              the other cumulative files are.
*> 10/15/2026 - True-ups are also counted per source system onto the
*>              quality accumulation file (QUALACC), with the total
*>              of their differences as positive amounts, for the
*>              monthly data quality scorecard.
*> 10/15/2026 - True-ups are also written to the nightly exception
*>              file (EXCPFILE) for the morning worklist, after a
*>              record saying true-ups were checked tonight.
*> 10/15/2026 - Meter-days in a closed month (PRDCTL) are no longer
*>              added, replaced, trued up, settled as conflicts,
*>              corrected or cancelled on the history - the change is
*>              written to the new PPADJ prior-period adjustment file
*>              instead, and counted in the new ADJUSTED and
*>              CORR-ADJUSTED balance counts. The results master is
*>              left alone for them too.
*> 10/15/2026 - Sender corrections and cancellations from the new
*>              CORRFILE are now applied to the history after the
*>              day's results - the value and root replaced, or the
*>              meter-day deleted - with old and new values on the
*>              new CORRRPT report and CORR-... balance counts, the
*>              same treatment sqrtload gives the results master.
*> 10/15/2026 - An actual landing on a source/date that already holds
*>              a different actual (another record key, or the same
*>              key with another value) is no longer rewritten over
*>              it as a day rerun. It is written to the CONFLICT file
*>              and CONFRPT report and settled by the source system's
*>              CONFPRM rule: keep first (the newcomer's results-
*>              master record is removed, or the incumbent's values
*>              put back when it reused the key), keep latest (the
*>              incumbent's results-master record is removed instead
*>              of being left orphaned), or hold both (both go to the
*>              suspect-hold file and the meter-day comes off both
*>              masters until an operator decides). A new CONFLICTS
*>              balance count carries them.
*> 09/02/2026 - The day's-results records now carry an estimate
*>              flag - "Y" on the dark-meter estimates sqrtest.cob
*>              generates - carried onto the history so an estimate
        select trueRptFile assign to "TRUERPT"
            organization is line sequential
            file status is trueRptFileStatus.

        select excpFile assign to "EXCPFILE"
            organization is line sequential
            file status is excpFileStatus.

        select srcMastFile assign to "SRCMAST"
            organization is indexed
            access mode is random
            record key is srcSourceId
            file status is srcMastFileStatus.

        select confParmFile assign to "CONFPRM"
            organization is line sequential
            file status is confParmFileStatus.

        select conflictFile assign to "CONFLICT"
            organization is line sequential
            file status is conflictFileStatus.

        select confRptFile assign to "CONFRPT"
            organization is line sequential
            file status is confRptFileStatus.

        select suspHoldFile assign to "SUSPHOLD"
            organization is line sequential
            file status is suspHoldFileStatus.

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

        select qualAccFile assign to "QUALACC"
            organization is line sequential
            file status is qualAccFileStatus.
*> --------------------------------------------------------------------------------------------
data division.
    file section.
    *> and their difference.
    01 trueRptLine pic x(160).

    fd excpFile.
    *> The nightly exception file the morning worklist reads - see
    *> sqrtexcp.cpy.
    01 excpRecord.
        copy sqrtexcp.

    fd srcMastFile.
    *> The source/meter reference master, read only to find the source
    *> system whose conflict rule applies - see sqrtsrc.cpy.
    01 srcMastRecord.
        copy sqrtsrc.

    fd confParmFile.
    *> The per-source-system conflict-resolution rules - see
    *> sqrtcrul.cpy.
    01 confParmRecord.
        copy sqrtcrul.

    fd conflictFile.
    *> One record per conflicting pair of readings - see sqrtconf.cpy.
    01 conflictRecord.
        copy sqrtconf.

    fd confRptFile.
    *> 160 wide - the conflict lines carry S9(18)V9(9) values.
    01 confRptLine pic x(160).

    fd suspHoldFile.
    *> Both readings of a conflict held for review, in the sqrthold.cpy
    *> layout. The copybook's names would collide with the incoming
    *> record held aside below, so this side is written from explicit
    *> fields.
    01 suspHoldRecord.
        05 suspHoldRecordKey    pic 9(8).
        05 suspHoldSourceId     pic x(8).
        05 suspHoldReadingDate  pic 9(8).
        05 suspHoldUserInput    pic s9(11)v9(6)
            sign is leading separate character.
        05 suspHoldExpectedLow  pic s9(11)v9(6)
            sign is leading separate character.
        05 suspHoldExpectedHigh pic s9(11)v9(6)
            sign is leading separate character.
        05 suspHoldReasonCode   pic 9(2).
        05 suspHoldRecycleCount pic 9(2).
        05 suspHoldDate         pic 9(8).
        05 suspHoldProgramName  pic x(10).

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

    fd qualAccFile.
    *> The quality accumulation file - see sqrtqacc.cpy.
    01 qualAccRecord.
        copy sqrtqacc.

    working-storage section.
        77 resultsFileStatus pic x(2).
        77 histFileStatus    pic x(2).
        77 balFileStatus     pic x(2).
        77 masterFileStatus  pic x(2).
        77 trueRptFileStatus pic x(2).
        77 excpFileStatus    pic x(2).
        77 srcMastFileStatus  pic x(2).
        77 confParmFileStatus pic x(2).
        77 conflictFileStatus pic x(2).
        77 confRptFileStatus  pic x(2).
        77 suspHoldFileStatus pic x(2).
        77 endOfConfParmFile  pic 9 value 0.
        77 endOfResultsFile  pic 9 value 0.
        77 endOfWideFile     pic 9 value 0.
        77 fileOpenAbendCode pic 9(2) value 16.
            05 holdLoadDate    pic 9(8).
            05 holdEstimateFlag pic x(1).

        copy sqrtstatus.

        *> Conflict-resolution rules by source system, loaded from
        *> CONFPRM. A system with no rule is held - the default never
        *> picks a winner on its own.
        77 ruleTableLimit pic 9(2) value 20.
        01 ruleTable.
            05 ruleEntry occurs 20 times.
                10 ruleSystem pic x(8).
                10 ruleCode   pic x(1).
        77 ruleEntryCount pic 9(2) value 0.
        77 ruleIndex      pic 9(2).
        77 defaultRuleCode pic x(1) value "H".
        77 activeRule     pic x(1).
        77 activeRuleSystem pic x(8).
        77 ruleDescription pic x(20).
        77 ruleAbendCode  pic 9(2) value 12.

        *> Conflict reporting work fields and totals.
        77 formattedFirst    pic -(18).9(6).
        77 formattedSecond   pic -(18).9(6).
        77 conflictsFound    pic 9(7) value 0.
        77 conflictsKeptFirst pic 9(7) value 0.
        77 conflictsKeptLatest pic 9(7) value 0.
        77 conflictsHeld     pic 9(7) value 0.

        *> True-up reporting work fields.
        77 trueUpDifference pic s9(18)v9(9).
        77 formattedEstimate pic -(18).9(6).
        77 estimatesTruedUp pic 9(7) value 0.
        77 estimatesBlocked pic 9(7) value 0.
        77 formattedCount  pic zzzzzz9.

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

        *> Closed reading months from PRDCTL - a meter-day in one is
        *> not changed on the history; the change goes to PPADJ as a
        *> prior-period adjustment instead.
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
        77 adjustmentBlocked pic 9 value 0.
        77 recordsAdjusted   pic 9(7) value 0.
        77 correctionsAdjusted pic 9(7) value 0.

        *> True-ups per owning source system, for the quality
        *> accumulation file - the difference is added as a positive
        *> amount, so an estimate's misses high and low do not cancel.
        77 qualAccFileStatus pic x(2).
        77 systemLimit    pic 9(2) value 20.
        77 systemCount    pic 9(2) value 0.
        01 systemTable.
            05 systemEntry occurs 20 times.
                10 sysName        pic x(8).
                10 sysTruedUp     pic 9(7).
                10 sysTrueUpTotal pic s9(18)v9(9).
        77 sysIndex       pic 9(2).
        77 activeSystem   pic 9(2).
        77 trueUpSystem   pic x(8).
        77 tableAbendCode pic 9(2) value 12.
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
        display "SQRTHIST ABEND - RESULTS FAILED TO OPEN, STATUS " resultsFileStatus
    end-if.
    move "RESULTS HISTORY FOLD - ESTIMATE TRUE-UP REPORT" to trueRptLine.
    write trueRptLine.
    open extend excpFile.
    if excpFileStatus <> "00"
        open output excpFile
    end-if.
    if excpFileStatus <> "00"
        display "SQRTHIST ABEND - EXCPFILE FAILED TO OPEN, STATUS " excpFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    move spaces to excpRecord.
    move "C" to excpRecordType.
    move "TRUEUP" to excpItemType.
    move "SQRTHIST" to excpProgram.
    move 0 to excpSinceDate.
    write excpRecord.
    perform openConflictFiles.
    perform loadConflictRules.
    open input corrFile.
    if corrFileStatus <> "00"
        display "SQRTHIST ABEND - CORRFILE FAILED TO OPEN, STATUS " corrFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open output corrRptFile.
    if corrRptFileStatus <> "00"
        display "SQRTHIST ABEND - CORRRPT FAILED TO OPEN, STATUS " corrRptFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    move "RESULTS HISTORY FOLD - SENDER CORRECTIONS REPORT" to corrRptLine.
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
        display "SQRTHIST ABEND - PPADJ FAILED TO OPEN, STATUS " adjFileStatus
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
            display "SQRTHIST ABEND - PRDCTL FAILED TO OPEN, STATUS " prdCtlFileStatus
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
            display "SQRTHIST ABEND - MORE THAN " closedTableLimit
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

*> The source master and the conflict files. The CONFLICT file and
*> the suspect-hold file are cumulative, so both are extended (or
*> created by their first writer).
openConflictFiles.
    open input srcMastFile.
    if srcMastFileStatus <> "00"
        display "SQRTHIST ABEND - SRCMAST FAILED TO OPEN, STATUS " srcMastFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open extend conflictFile.
    if conflictFileStatus <> "00"
        open output conflictFile
    end-if.
    if conflictFileStatus <> "00"
        display "SQRTHIST ABEND - CONFLICT FAILED TO OPEN, STATUS " conflictFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open extend suspHoldFile.
    if suspHoldFileStatus <> "00"
        open output suspHoldFile
    end-if.
    if suspHoldFileStatus <> "00"
        display "SQRTHIST ABEND - SUSPHOLD FAILED TO OPEN, STATUS " suspHoldFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open output confRptFile.
    if confRptFileStatus <> "00"
        display "SQRTHIST ABEND - CONFRPT FAILED TO OPEN, STATUS " confRptFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    move "RESULTS HISTORY FOLD - CONFLICTING READINGS REPORT" to confRptLine.
    write confRptLine.
    move spaces to confRptLine.
    write confRptLine.

*> Loads the per-source-system resolution rules from CONFPRM and
*> lists them on the conflict report. No CONFPRM just means every
*> conflict is held for review; an unrecognized code is reported and
*> left to the same default.
loadConflictRules.
    move "CONFLICT RESOLUTION RULES IN FORCE" to confRptLine.
    write confRptLine.
    open input confParmFile.
    if confParmFileStatus <> "00"
        move "  NO CONFPRM RULES - EVERY CONFLICT IS HELD FOR REVIEW"
            to confRptLine
        write confRptLine
    else
        perform readConflictRules until endOfConfParmFile = 1
        close confParmFile
    end-if.
    move defaultRuleCode to activeRule.
    perform describeRule.
    move spaces to confRptLine.
    string "  ANY OTHER SYSTEM: " ruleDescription
        into confRptLine.
    write confRptLine.
    move spaces to confRptLine.
    write confRptLine.

readConflictRules.
    read confParmFile
        at end
            move 1 to endOfConfParmFile
        not at end
            perform weighOneConflictRule
    end-read.

weighOneConflictRule.
    if confRuleCode not = "F" and confRuleCode not = "L"
        and confRuleCode not = "H"
        move spaces to confRptLine
        string "  SYSTEM: " confRuleSystem
            " RULE '" confRuleCode "' NOT RECOGNIZED - CONFLICTS HELD"
            into confRptLine
        write confRptLine
    else
        if ruleEntryCount >= ruleTableLimit
            display "SQRTHIST ABEND - MORE THAN " ruleTableLimit
                " SOURCE SYSTEMS ON CONFPRM"
            move ruleAbendCode to return-code
            stop run
        end-if
        add 1 to ruleEntryCount
        move confRuleSystem to ruleSystem(ruleEntryCount)
        move confRuleCode to ruleCode(ruleEntryCount)
        move confRuleCode to activeRule
        perform describeRule
        move spaces to confRptLine
        string "  SYSTEM: " confRuleSystem " " ruleDescription
            into confRptLine
        write confRptLine
    end-if.

describeRule.
    evaluate activeRule
        when "F"
            move "KEEP FIRST" to ruleDescription
        when "L"
            move "KEEP LATEST" to ruleDescription
        when other
            move "HOLD BOTH FOR REVIEW" to ruleDescription
    end-evaluate.

*> Reads one day's-results record and folds it into the history
*> master, until the results file is exhausted.

*> Writes the record against its source/date key. An occupied key is
*> either a day rerun (replace as always), an actual arriving for a
*> date the history holds as an estimate (a true-up), an estimate
*> arriving where an actual already sits (never applied), or a
*> different actual for the same meter-day (a conflict). A meter-day
*> in a closed month is never changed at all.
applyToHistory.
    divide wrkReadingDate by 100 giving checkMonth.
    perform checkClosedPeriod.
    if periodClosed = 1
        perform adjustClosedMeterDay
    else
        move wrkSourceId to histSourceId
        move wrkReadingDate to histReadingDate
        move wrkRecordKey to histRecordKey
        move wrkUserInput to histUserInput
        move wrkResult to histResult
        move loadDate to histLoadDate
        move wrkEstimateFlag to histEstimateFlag
        write histRecord
            invalid key
                perform resolveHistoryRerun
            not invalid key
                add 1 to recordsAdded
        end-write
    end-if.

*> The meter-day belongs to a closed month - the history and the
*> results master are left alone and the change the fold would have
*> made is written as a prior-period adjustment, its reason decided
*> the way resolveHistoryRerun decides an open month's. An estimate
*> arriving where an actual sits changes nothing in any month, so it
*> is blocked as always rather than adjusted.
adjustClosedMeterDay.
    move 0 to adjustmentBlocked.
    move 0 to adjOldValue.
    move 0 to adjOldResult.
    if wrkEstimateFlag = "Y"
        move "LE" to adjReasonCode
    else
        move "LR" to adjReasonCode
    end-if.
    move wrkSourceId to histSourceId.
    move wrkReadingDate to histReadingDate.
    read histFile
        invalid key
            continue
        not invalid key
            move histUserInput to adjOldValue
            move histResult to adjOldResult
            evaluate true
                when histEstimateFlag = "Y" and wrkEstimateFlag not = "Y"
                    move "TU" to adjReasonCode
                when histEstimateFlag not = "Y" and wrkEstimateFlag = "Y"
                    move 1 to adjustmentBlocked
                when histEstimateFlag = "Y" and wrkEstimateFlag = "Y"
                    move "RR" to adjReasonCode
                when histRecordKey = wrkRecordKey
                    and histUserInput = wrkUserInput
                    move "RR" to adjReasonCode
                when other
                    move "CF" to adjReasonCode
            end-evaluate
    end-read.
    if adjustmentBlocked = 1
        add 1 to recordsBypassed
        add 1 to estimatesBlocked
    else
        move wrkRecordKey to adjRecordKey
        move wrkSourceId to adjSourceId
        move wrkReadingDate to adjReadingDate
        move wrkUserInput to adjNewValue
        move wrkResult to adjNewResult
        perform writeAdjustment
        add 1 to recordsAdjusted
    end-if.

*> Completes and writes one adjustment record - the caller has set
*> the reading, its reason and its old and new values, and checkMonth
*> still holds the closed month.
writeAdjustment.
    move checkMonth to adjPeriod.
    move "HISTMAST" to adjMasterName.
    move "SQRTHIST" to adjProgramName.
    move loadDate to adjRunDate.
    move runTime to adjRunTime.
    write adjRecord.

*> The source/date is already on the history - read the incumbent
*> back and decide what the night really is.
            *> in - the hole it was generated for no longer exists.
            add 1 to recordsBypassed
            add 1 to estimatesBlocked
        when histEstimateFlag = "Y" and holdEstimateFlag = "Y"
            *> The estimate pass rerun over its own estimate.
            move holdHistRecord to histRecord
            rewrite histRecord
            add 1 to recordsReplaced
        when histRecordKey = holdRecordKey
            and histUserInput = holdUserInput
            *> The same reading again - a genuine day rerun.
            move holdHistRecord to histRecord
            rewrite histRecord
            add 1 to recordsReplaced
        when other
            perform resolveConflict
    end-evaluate.

*> Two different actuals for one meter-day - histRecord holds the
*> incumbent, holdHistRecord the newcomer. The conflict is recorded,
*> then settled by the rule of the system that owns the meter.
resolveConflict.
    add 1 to conflictsFound.
    move holdSourceId to srcSourceId.
    perform lookupConflictRule.
    perform writeHistConflict.
    evaluate activeRule
        when "F"
            perform keepFirstReading
        when "L"
            perform keepLatestReading
        when other
            perform holdBothReadings
    end-evaluate.

*> Finds the rule of the source system that owns the meter in
*> srcSourceId - an unknown meter, or a system with no rule, takes
*> the hold-both default. The source's expected range is kept in
*> srcMastRecord for a held reading.
lookupConflictRule.
    move defaultRuleCode to activeRule.
    move spaces to activeRuleSystem.
    read srcMastFile
        invalid key
            move 0 to srcExpectedLow
            move 0 to srcExpectedHigh
        not invalid key
            move srcSourceSystem to activeRuleSystem
            perform checkOneRuleEntry varying ruleIndex from 1 by 1
                until ruleIndex > ruleEntryCount
    end-read.

checkOneRuleEntry.
    if ruleSystem(ruleIndex) = activeRuleSystem
        move ruleCode(ruleIndex) to activeRule
    end-if.

*> Writes the conflict - the incumbent as first, the newcomer as
*> second - to the CONFLICT file and the conflict report. The
*> masters do not carry the feed, so both readings are shown against
*> the meter's owning system, with the night each was folded.
writeHistConflict.
    move spaces to conflictRecord.
    move holdSourceId to confSourceId.
    move holdReadingDate to confReadingDate.
    move activeRuleSystem to confSourceSystem.
    move activeRule to confRule.
    move "SQRTHIST" to confDetectedBy.
    move loadDate to confDate.
    move histRecordKey to confFirstRecordKey.
    move activeRuleSystem to confFirstFeed.
    move histLoadDate to confFirstLoadDate.
    move histUserInput to confFirstUserInput.
    move holdRecordKey to confSecondRecordKey.
    move activeRuleSystem to confSecondFeed.
    move loadDate to confSecondLoadDate.
    move holdUserInput to confSecondUserInput.
    write conflictRecord.
    perform describeRule.
    move spaces to confRptLine.
    string "CONFLICT SOURCE: " holdSourceId
        " DATE: " holdReadingDate
        " SYSTEM: " activeRuleSystem
        " RULE: " ruleDescription
        into confRptLine.
    write confRptLine.
    move histUserInput to formattedFirst.
    move spaces to confRptLine.
    string "  ON MASTER KEY: " histRecordKey
        " LOADED: " histLoadDate
        " VALUE: " formattedFirst
        into confRptLine.
    write confRptLine.
    move holdUserInput to formattedSecond.
    move spaces to confRptLine.
    string "  INCOMING  KEY: " holdRecordKey
        " LOADED: " loadDate
        " VALUE: " formattedSecond
        into confRptLine.
    write confRptLine.

*> The incumbent stands. The newcomer's results-master record goes -
*> or, when the newcomer reused the incumbent's key and the load
*> already replaced it, the incumbent's values are put back.
keepFirstReading.
    move holdRecordKey to mastRecordKey.
    read masterFile
        invalid key
            continue
        not invalid key
            if mastSourceId = holdSourceId
                and mastReadingDate = holdReadingDate
                if holdRecordKey = histRecordKey
                    move histUserInput to mastUserInput
                    move histResult to mastResult
                    move histLoadDate to mastLoadDate
                    move histEstimateFlag to mastEstimateFlag
                    rewrite mastRecord
                else
                    delete masterFile record
                end-if
            end-if
    end-read.
    add 1 to conflictsKeptFirst.

*> The newcomer replaces the incumbent on the history, and the
*> incumbent's own results-master record goes with it instead of
*> being left orphaned under its old key.
keepLatestReading.
    if histRecordKey not = holdRecordKey
        move histRecordKey to mastRecordKey
        perform deleteMeterDayMaster
    end-if.
    move holdHistRecord to histRecord.
    rewrite histRecord.
    add 1 to conflictsKeptLatest.

*> Neither reading is agreed - both go to the suspect-hold file for
*> the hold review facility, and the meter-day comes off both
*> masters until an operator releases the right one.
holdBothReadings.
    move histRecordKey to suspHoldRecordKey.
    move histUserInput to suspHoldUserInput.
    perform writeConflictHold.
    move holdRecordKey to suspHoldRecordKey.
    move holdUserInput to suspHoldUserInput.
    perform writeConflictHold.
    move histRecordKey to mastRecordKey.
    perform deleteMeterDayMaster.
    if holdRecordKey not = histRecordKey
        move holdRecordKey to mastRecordKey
        perform deleteMeterDayMaster
    end-if.
    delete histFile record.
    add 1 to conflictsHeld.

writeConflictHold.
    move holdSourceId to suspHoldSourceId.
    move holdReadingDate to suspHoldReadingDate.
    move srcExpectedLow to suspHoldExpectedLow.
    move srcExpectedHigh to suspHoldExpectedHigh.
    move statusConflict to suspHoldReasonCode.
    move 0 to suspHoldRecycleCount.
    move loadDate to suspHoldDate.
    move "SQRTHIST" to suspHoldProgramName.
    write suspHoldRecord.

*> Deletes the results-master record under mastRecordKey - only when
*> it really is this meter-day's, since the record key is only unique
*> within one source system's numbering.
deleteMeterDayMaster.
    read masterFile
        invalid key
            continue
        not invalid key
            if mastSourceId = holdSourceId
                and mastReadingDate = holdReadingDate
                delete masterFile record
            end-if
    end-read.

*> Reads one sender correction or cancellation and applies it to the
*> history, until the corrections file is exhausted.
processCorrections.
    read corrFile
        at end
            move 1 to endOfCorrFile
        not at end
            perform processOneCorrection
    end-read.

*> The history record for the source and reading date must still be
*> the sender's reading - the same record key, and not an estimate -
*> or there is nothing of theirs to correct.
processOneCorrection.
    add 1 to correctionsRead.
    if corrResult is not numeric
        or (corrAction = "C" and corrResult = -1)
        add 1 to correctionsBypassed
        move spaces to corrRptLine
        string "BYPASSED  KEY: " corrRecordKey
            " SOURCE: " corrSourceId
            " DATE: " corrReadingDate
            " CORRECTED ROOT NOT COMPUTED - HISTORY LEFT AS IT WAS"
            into corrRptLine
        write corrRptLine
    else
        move 0 to correctionFound
        move corrSourceId to histSourceId
        move corrReadingDate to histReadingDate
        read histFile
            invalid key
                continue
            not invalid key
                if histRecordKey = corrRecordKey
                    and histEstimateFlag not = "Y"
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

*> The meter-day's month is closed - the correction or cancellation
*> is written as a prior-period adjustment and the history keeps the
*> reading it was closed with.
adjustClosedCorrection.
    move corrRecordKey to adjRecordKey.
    move corrSourceId to adjSourceId.
    move corrReadingDate to adjReadingDate.
    move histUserInput to adjOldValue.
    move histResult to adjOldResult.
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
    move histUserInput to formattedOldValue.
    move histResult to formattedOldRoot.
    move corrUserInput to formattedNewValue.
    move corrResult to formattedNewRoot.
    move corrUserInput to histUserInput.
    move corrResult to histResult.
    rewrite histRecord.
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

*> Withdraws the meter-day from the history, reporting the value it
*> carried.
applyCancellation.
    move histUserInput to formattedOldValue.
    move histResult to formattedOldRoot.
    delete histFile record.
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
        " NO READING UNDER THIS KEY ON THE HISTORY"
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
    string "KEY NOT ON HISTORY........: " formattedCount
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

*> The real reading arrived for a date the history holds as an
*> estimate - the actual replaces it, the superseded estimate's
*> results-master record goes, and the report shows how good the
        " DIFFERENCE: " formattedDifference
        into trueRptLine.
    write trueRptLine.
    move spaces to excpRecord.
    move "E" to excpRecordType.
    move "TRUEUP" to excpItemType.
    move "SQRTHIST" to excpProgram.
    move holdSourceId to excpSourceId.
    move holdReadingDate to excpReference.
    move 0 to excpSinceDate.
    string "ESTIMATE OFF BY" formattedDifference into excpDetail.
    write excpRecord.
    *> The estimate's reserved-range record key rides on the
    *> incumbent history record - that is the results-master record
    *> the estimate landed under.
    rewrite histRecord.
    add 1 to recordsReplaced.
    add 1 to estimatesTruedUp.
    perform countTrueUpForSystem.

*> Counts the true-up toward the source system that owns the meter -
*> a meter no longer on the source master counts under UNKNOWN.
countTrueUpForSystem.
    move holdSourceId to srcSourceId.
    read srcMastFile
        invalid key
            move "UNKNOWN" to trueUpSystem
        not invalid key
            move srcSourceSystem to trueUpSystem
    end-read.
    move 0 to activeSystem.
    perform checkOneSystem varying sysIndex from 1 by 1
        until sysIndex > systemCount or activeSystem > 0.
    if activeSystem = 0
        if systemCount >= systemLimit
            display "SQRTHIST ABEND - MORE THAN " systemLimit
                " SOURCE SYSTEMS WITH TRUE-UPS"
            move tableAbendCode to return-code
            stop run
        end-if
        add 1 to systemCount
        move systemCount to activeSystem
        move trueUpSystem to sysName(activeSystem)
        move 0 to sysTruedUp(activeSystem)
        move 0 to sysTrueUpTotal(activeSystem)
    end-if.
    add 1 to sysTruedUp(activeSystem).
    if trueUpDifference < 0
        subtract trueUpDifference from sysTrueUpTotal(activeSystem)
    else
        add trueUpDifference to sysTrueUpTotal(activeSystem)
    end-if.

checkOneSystem.
    if sysName(sysIndex) = trueUpSystem
        move sysIndex to activeSystem
    end-if.

*> Appends the night's true-ups per source system to the quality
*> accumulation file - a night with no true-ups writes nothing.
writeQualityFigures.
    open extend qualAccFile.
    if qualAccFileStatus <> "00"
        open output qualAccFile
    end-if.
    if qualAccFileStatus <> "00"
        display "SQRTHIST ABEND - QUALACC FAILED TO OPEN, STATUS " qualAccFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    perform writeOneSystemFigure varying sysIndex from 1 by 1
        until sysIndex > systemCount.
    close qualAccFile.

writeOneSystemFigure.
    move loadDate to qaccBusinessDate.
    move sysName(sysIndex) to qaccSourceSystem.
    move "TRUEUP" to qaccMeasure.
    move 0 to qaccReasonCode.
    move sysTruedUp(sysIndex) to qaccCount.
    move sysTrueUpTotal(sysIndex) to qaccAmount.
    move "SQRTHIST" to qaccProgram.
    move loadDate to qaccRunDate.
    move runTime to qaccRunTime.
    write qualAccRecord.

finalizeRun.
    close resultsFile.
    close histFile.
    close masterFile.
    close trueRptFile.
    close excpFile.
    close srcMastFile.
    perform writeQualityFigures.
    close conflictFile.
    close suspHoldFile.
    perform writeConflictTotals.
    close confRptFile.
    close corrFile.
    close adjFile.
    perform writeCorrectionTotals.
    close corrRptFile.
    perform writeControlReport.
    perform writeBalanceRecords.
    *> Bypassed records were already reported (and return-coded) by
    move "BYPASSED" to balCountName.
    move recordsBypassed to balCountValue.
    write balRecord.
    move "CONFLICTS" to balCountName.
    move conflictsFound to balCountValue.
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

*> Writes the added/replaced/bypassed control totals report.
        into histRptLine.
    write histRptLine.

    move conflictsFound to formattedCount.
    move spaces to histRptLine.
    string "CONFLICTING READINGS......: " formattedCount
        into histRptLine.
    write histRptLine.

    move recordsAdjusted to formattedCount.
    move spaces to histRptLine.
    string "PRIOR-PERIOD ADJUSTMENTS..: " formattedCount
        into histRptLine.
    write histRptLine.

    move correctionsApplied to formattedCount.
    move spaces to histRptLine.
    string "SENDER CORRECTIONS APPLIED: " formattedCount
        into histRptLine.
    write histRptLine.

    move cancelsApplied to formattedCount.
    move spaces to histRptLine.
    string "SENDER CANCELS APPLIED....: " formattedCount
        into histRptLine.
    write histRptLine.

    move correctionsAdjusted to formattedCount.
    move spaces to histRptLine.
    string "SENDER CORRS ADJUSTED.....: " formattedCount
        into histRptLine.
    write histRptLine.

    close histRptFile.

*> The conflict report's closing totals, by how each was settled.
writeConflictTotals.
    move spaces to confRptLine.
    write confRptLine.

    move conflictsFound to formattedCount.
    move spaces to confRptLine.
    string "CONFLICTS FOUND...........: " formattedCount
        into confRptLine.
    write confRptLine.

    move conflictsKeptFirst to formattedCount.
    move spaces to confRptLine.
    string "SETTLED - KEPT FIRST......: " formattedCount
        into confRptLine.
    write confRptLine.

    move conflictsKeptLatest to formattedCount.
    move spaces to confRptLine.
    string "SETTLED - KEPT LATEST.....: " formattedCount
        into confRptLine.
    write confRptLine.

    move conflictsHeld to formattedCount.
    move spaces to confRptLine.
    string "BOTH HELD FOR REVIEW......: " formattedCount
        into confRptLine.
    write confRptLine.
