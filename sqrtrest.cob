*> File: sqrtrest.cob
*> Name: Peter Hudel
*> Student Number: 1012673
*> Date: 10/15/2026
*> Description: Restatement after a retroactive unit conversion factor
*> correction. A corrected factor keyed on UNITPRM (sqrtunit.cpy)
*> with a back-dated effective date only changes tonight's and later
*> extracts - every reading the edit step already scaled with the
*> wrong factor stays wrong on both masters, and the only way out
*> used to be a backout and re-feed of every affected night.
*>
*> Given the unit code and the corrected factor's effective date on
*> RESTPRM, with the source systems that report in that unit and the
*> last load date still scaled with the original factor, this program
*> takes the corrected factor (the UNITPRM record for the unit with
*> exactly that effective date) and the original factor (the one in
*> force the day before it, unless RESTPRM names it), and for every
*> reading on the history master from an affected source system
*> loaded in that window rescales the input by corrected / original,
*> re-roots it through squareroot - or sqrthp when the value is too
*> wide for squareroot's layout or overflows it, the same fallback
*> the nightly batch uses - and rewrites the history record and its
*> results master record. A reading on the results master with no
*> matching history record is restated on its own afterwards. Every
*> squareroot call writes its normal audit record.
*>
*> The edit step applies the factor in force on its run date, so the
*> window is by load date, not reading date. Estimates in the window
*> are rescaled the same way - they were averaged from readings
*> scaled with the original factor.
*>
*> A reading dated in a month the period close has closed (PRDCTL,
*> sqrtprd.cpy) is not rooted or rewritten - its restatement is
*> written to the PPADJ prior-period adjustment file (sqrtadj.cpy)
*> instead. A reading whose new value cannot be rooted is left as it
*> was and listed.
*>
*> RESTRPT is the before/after report for finance - each reading's
*> old and new value and root, per-source totals, and the run's
*> totals. The restatement is recorded on RESTCTL and the same unit
*> and effective date cannot be restated twice - the rescale is not
*> repeatable. RC 4 means nothing was restated or some readings went
*> to PPADJ instead; RC 8 means a reading could not be rooted.
*>
*> Modification history:
*> (none yet)

*> --------------------------------------------------------------------------------------------
identification division.
    program-id. sqrtrest.
*> --------------------------------------------------------------------------------------------
environment division.
    input-output section.
    file-control.
        select restParmFile assign to "RESTPRM"
            organization is line sequential
            file status is restParmFileStatus.

        select unitParmFile assign to "UNITPRM"
            organization is line sequential
            file status is unitParmFileStatus.

        select histFile assign to "HISTMAST"
            organization is indexed
            access mode is dynamic
            record key is histKey
            file status is histFileStatus.

        select masterFile assign to "RSLTMAST"
            organization is indexed
            access mode is dynamic
            record key is mastRecordKey
            file status is masterFileStatus.

        select srcMastFile assign to "SRCMAST"
            organization is indexed
            access mode is random
            record key is srcSourceId
            file status is srcMastFileStatus.

        select prdCtlFile assign to "PRDCTL"
            organization is line sequential
            file status is prdCtlFileStatus.

        select adjFile assign to "PPADJ"
            organization is line sequential
            file status is adjFileStatus.

        select restCtlFile assign to "RESTCTL"
            organization is line sequential
            file status is restCtlFileStatus.

        select restRptFile assign to "RESTRPT"
            organization is line sequential
            file status is restRptFileStatus.
*> --------------------------------------------------------------------------------------------
data division.
    file section.
    fd restParmFile.
    *> One "U" record naming the correction, then one "S" record per
    *> source system that reports in the unit.
    01 restParmRecord.
        05 restParmType pic x(1).
        05 restParmBody pic x(40).
        05 restParmUnitFields redefines restParmBody.
            10 restParmUnit           pic x(2).
            10 restParmEffective      pic 9(8).
            10 restParmThrough        pic 9(8).
            10 restParmOriginalFactor pic 9(5)v9(8).
            10 filler                 pic x(9).
        05 restParmSystemFields redefines restParmBody.
            10 restParmSystem pic x(8).
            10 filler         pic x(32).

    fd unitParmFile.
    *> The effective-dated conversion factors - see sqrtunit.cpy.
    01 unitParmRecord.
        copy sqrtunit.

    fd histFile.
    *> The layout the history fold writes - see sqrthmst.cpy.
    01 histRecord.
        copy sqrthmst.

    fd masterFile.
    *> The layout the load step writes - see sqrtrmst.cpy.
    01 mastRecord.
        copy sqrtrmst.

    fd srcMastFile.
    *> The source master, read for each source's owning system - see
    *> sqrtsrc.cpy.
    01 srcMastRecord.
        copy sqrtsrc.

    fd prdCtlFile.
    *> The months the period close has closed - see sqrtprd.cpy.
    01 prdCtlRecord.
        copy sqrtprd.

    fd adjFile.
    *> Changes to closed months, written instead of applied - see
    *> sqrtadj.cpy.
    01 adjRecord.
        copy sqrtadj.

    fd restCtlFile.
    *> One record per restatement run - the guard against rescaling
    *> the same correction twice.
    01 restCtlRecord.
        05 restCtlUnit      pic x(2).
        05 restCtlEffective pic 9(8).
        05 restCtlThrough   pic 9(8).
        05 restCtlRunDate   pic 9(8).
        05 restCtlRestated  pic 9(9).

    fd restRptFile.
    *> 132 wide - a reading line carries two S9(18)V9(9) values.
    01 restRptLine pic x(132).

    working-storage section.
        77 restParmFileStatus pic x(2).
        77 unitParmFileStatus pic x(2).
        77 histFileStatus     pic x(2).
        77 masterFileStatus   pic x(2).
        77 srcMastFileStatus  pic x(2).
        77 restCtlFileStatus  pic x(2).
        77 restRptFileStatus  pic x(2).
        77 endOfRestParmFile  pic 9 value 0.
        77 endOfUnitParmFile  pic 9 value 0.
        77 endOfHistFile      pic 9 value 0.
        77 endOfMasterFile    pic 9 value 0.
        77 endOfRestCtlFile   pic 9 value 0.
        77 fileOpenAbendCode  pic 9(2) value 16.
        77 parmAbendCode      pic 9(2) value 12.

        copy sqrtlink.
        copy sqrtstatus.

        *> The correction being restated.
        77 unitWanted        pic x(2) value spaces.
        77 effectiveDate     pic 9(8) value 0.
        77 throughDate       pic 9(8) value 0.
        77 currentDate       pic 9(8).
        77 runTime           pic 9(8).
        77 unitRecordsSeen   pic 9(3) value 0.
        77 alreadyRestated   pic 9 value 0.

        *> The two factors - corrected from the record with the
        *> effective date itself, original from the latest one before
        *> it unless RESTPRM names it.
        77 correctedFactor   pic 9(5)v9(8) value 0.
        77 correctedFound    pic 9 value 0.
        77 originalFactor    pic 9(5)v9(8) value 0.
        77 originalFound     pic 9 value 0.
        77 originalEffective pic 9(8) value 0.
        77 originalGiven     pic 9 value 0.

        *> The source systems that report in the unit.
        77 systemTableLimit pic 9(2) value 50.
        77 systemCount      pic 9(2) value 0.
        01 systemTable.
            05 affectedSystem pic x(8) occurs 50 times.
        77 systemIndex      pic 9(2).
        77 systemAffected   pic 9 value 0.

        *> Closed reading months from PRDCTL - a reading dated in one
        *> goes to PPADJ instead of being rewritten.
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

        *> The source whose readings are being swept - the history is
        *> keyed by source and reading date, so one source's readings
        *> arrive together.
        77 currentSourceId  pic x(8) value spaces.
        77 currentFacility  pic x(8).
        77 sourceInScope    pic 9 value 0.
        77 sourceRestated   pic 9(7) value 0.
        77 sourceAdjusted   pic 9(7) value 0.
        77 sourceFailed     pic 9(7) value 0.
        77 sourceBefore     pic s9(18)v9(9) value 0.
        77 sourceAfter      pic s9(18)v9(9) value 0.
        77 sourceChange     pic s9(18)v9(9).

        *> One reading's restatement.
        77 oldValue         pic s9(18)v9(9).
        77 oldRoot          pic s9(18)v9(9).
        77 restatedValue    pic s9(18)v9(6).
        77 newValue         pic s9(18)v9(9).
        77 newRoot          pic s9(18)v9(9).
        77 rootKey          pic 9(8).
        77 rootSourceId     pic x(8).
        77 rootReadingDate  pic 9(8).
        77 rootComputed     pic 9 value 0.
        77 resultsPaired    pic 9 value 0.
        77 readingNote      pic x(30).
        77 adjustMaster     pic x(8).

        *> squareroot's linkage holds S9(11)V9(6) - a wider restated
        *> value goes straight to sqrthp, the nightly batch's fallback.
        77 narrowCeiling pic s9(11)v9(6) value 99999999999.999999.
        77 hpUserInput   pic s9(18)v9(9) comp-3.
        77 hpResult      pic s9(18)v9(9).

        *> Control totals for the report trailer.
        77 historyRecordsRead  pic 9(9) value 0.
        77 resultsRecordsRead  pic 9(9) value 0.
        77 readingsRestated    pic 9(7) value 0.
        77 resultsRewritten    pic 9(7) value 0.
        77 resultsOnlyRestated pic 9(7) value 0.
        77 readingsAdjusted    pic 9(7) value 0.
        77 rootFailures        pic 9(7) value 0.
        77 hpRootsComputed     pic 9(7) value 0.
        77 sourcesRestated     pic 9(7) value 0.
        77 totalBefore         pic s9(18)v9(9) value 0.
        77 totalAfter          pic s9(18)v9(9) value 0.
        77 totalChange         pic s9(18)v9(9).
        77 formattedCount     pic zzzzzz9.
        77 formattedBigCount  pic zzzzzzzz9.
        77 formattedFactor    pic zzzz9.9(8).
        77 formattedOldValue  pic -(18).9(6).
        77 formattedNewValue  pic -(18).9(6).
        77 formattedOldRoot   pic -(10).9(6).
        77 formattedNewRoot   pic -(10).9(6).
        77 formattedTotal     pic -(18).9(6).
*> --------------------------------------------------------------------------------------------
procedure division.
    *> Main program loop here
    perform readRestatementParms.
    perform checkNotAlreadyRestated.
    perform loadFactors.
    perform loadClosedPeriods.
    perform initializeFiles.
    perform restateHistory until endOfHistFile = 1.
    perform flushSource.
    perform restateResultsOnly.
    perform finalizeRun.
    stop run.

*> The correction comes from RESTPRM - the unit, the corrected
*> factor's effective date, the last load date scaled with the
*> original factor, and the source systems that report in the unit.
readRestatementParms.
    accept currentDate from date yyyymmdd.
    accept runTime from time.
    open input restParmFile.
    if restParmFileStatus <> "00"
        display "SQRTREST ABEND - RESTPRM FAILED TO OPEN, STATUS " restParmFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    perform readOneRestParm until endOfRestParmFile = 1.
    close restParmFile.
    if unitRecordsSeen not = 1
        display "SQRTREST ABEND - RESTPRM MUST HOLD EXACTLY ONE UNIT RECORD"
        move parmAbendCode to return-code
        stop run
    end-if.
    if systemCount = 0
        display "SQRTREST ABEND - RESTPRM NAMES NO SOURCE SYSTEM"
        move parmAbendCode to return-code
        stop run
    end-if.
    if effectiveDate = 0 or throughDate < effectiveDate
        or throughDate > currentDate
        display "SQRTREST ABEND - RESTPRM LOAD DATES " effectiveDate
            " THROUGH " throughDate " ARE NOT A USABLE WINDOW"
        move parmAbendCode to return-code
        stop run
    end-if.

readOneRestParm.
    read restParmFile
        at end
            move 1 to endOfRestParmFile
        not at end
            perform keepOneRestParm
    end-read.

keepOneRestParm.
    evaluate restParmType
        when "U"
            add 1 to unitRecordsSeen
            if restParmUnit = spaces
                or restParmEffective is not numeric
                or restParmThrough is not numeric
                or restParmOriginalFactor is not numeric
                display "SQRTREST ABEND - RESTPRM UNIT RECORD IS NOT USABLE"
                move parmAbendCode to return-code
                stop run
            end-if
            move restParmUnit to unitWanted
            move restParmEffective to effectiveDate
            move restParmThrough to throughDate
            if restParmOriginalFactor > 0
                move restParmOriginalFactor to originalFactor
                move 1 to originalGiven
                move 1 to originalFound
            end-if
        when "S"
            if systemCount >= systemTableLimit
                display "SQRTREST ABEND - MORE THAN " systemTableLimit
                    " SOURCE SYSTEMS ON RESTPRM"
                move parmAbendCode to return-code
                stop run
            end-if
            add 1 to systemCount
            move restParmSystem to affectedSystem(systemCount)
        when other
            display "SQRTREST ABEND - RESTPRM RECORD TYPE " restParmType
                " IS NOT U OR S"
            move parmAbendCode to return-code
            stop run
    end-evaluate.

*> A correction is restated once - a second run would rescale the
*> readings already restated by the same ratio again.
checkNotAlreadyRestated.
    open input restCtlFile.
    if restCtlFileStatus = "35"
        move 1 to endOfRestCtlFile
    else
        if restCtlFileStatus <> "00"
            display "SQRTREST ABEND - RESTCTL FAILED TO OPEN, STATUS " restCtlFileStatus
            move fileOpenAbendCode to return-code
            stop run
        end-if
        perform readRestatementHistory until endOfRestCtlFile = 1
        close restCtlFile
    end-if.
    if alreadyRestated = 1
        display "SQRTREST ABEND - UNIT " unitWanted " EFFECTIVE "
            effectiveDate " IS ALREADY RESTATED ON RESTCTL"
        move parmAbendCode to return-code
        stop run
    end-if.

readRestatementHistory.
    read restCtlFile
        at end
            move 1 to endOfRestCtlFile
        not at end
            if restCtlUnit = unitWanted
                and restCtlEffective = effectiveDate
                move 1 to alreadyRestated
            end-if
    end-read.

*> The corrected factor is the UNITPRM record for the unit with the
*> effective date itself; the original is the latest one before it,
*> the factor the edit step applied until the correction was keyed.
loadFactors.
    open input unitParmFile.
    if unitParmFileStatus <> "00"
        display "SQRTREST ABEND - UNITPRM FAILED TO OPEN, STATUS " unitParmFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    perform readUnitFactors until endOfUnitParmFile = 1.
    close unitParmFile.
    if correctedFound = 0 or correctedFactor = 0
        display "SQRTREST ABEND - UNITPRM HOLDS NO FACTOR FOR UNIT "
            unitWanted " EFFECTIVE " effectiveDate
        move parmAbendCode to return-code
        stop run
    end-if.
    if originalFound = 0 or originalFactor = 0
        display "SQRTREST ABEND - NO ORIGINAL FACTOR FOR UNIT "
            unitWanted " BEFORE " effectiveDate " - NAME IT ON RESTPRM"
        move parmAbendCode to return-code
        stop run
    end-if.
    if correctedFactor = originalFactor
        display "SQRTREST ABEND - CORRECTED AND ORIGINAL FACTOR FOR UNIT "
            unitWanted " ARE THE SAME - NOTHING TO RESTATE"
        move parmAbendCode to return-code
        stop run
    end-if.

readUnitFactors.
    read unitParmFile
        at end
            move 1 to endOfUnitParmFile
        not at end
            perform weighOneUnitFactor
    end-read.

weighOneUnitFactor.
    if unitParmCode = unitWanted
        if unitParmEffectiveDate = effectiveDate
            move unitParmFactor to correctedFactor
            move 1 to correctedFound
        end-if
        if unitParmEffectiveDate < effectiveDate
            and originalGiven = 0
            and (originalFound = 0
                or unitParmEffectiveDate > originalEffective)
            move unitParmFactor to originalFactor
            move unitParmEffectiveDate to originalEffective
            move 1 to originalFound
        end-if
    end-if.

*> Loads the closed months from PRDCTL. No PRDCTL yet just means no
*> month has ever been closed.
loadClosedPeriods.
    open input prdCtlFile.
    if prdCtlFileStatus = "35"
        move 1 to endOfPrdCtlFile
    else
        if prdCtlFileStatus <> "00"
            display "SQRTREST ABEND - PRDCTL FAILED TO OPEN, STATUS " prdCtlFileStatus
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
            display "SQRTREST ABEND - MORE THAN " closedTableLimit
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

initializeFiles.
    open i-o histFile.
    if histFileStatus <> "00"
        display "SQRTREST ABEND - HISTMAST FAILED TO OPEN, STATUS " histFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open i-o masterFile.
    if masterFileStatus <> "00"
        display "SQRTREST ABEND - RSLTMAST FAILED TO OPEN, STATUS " masterFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open input srcMastFile.
    if srcMastFileStatus <> "00"
        display "SQRTREST ABEND - SRCMAST FAILED TO OPEN, STATUS " srcMastFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open extend adjFile.
    if adjFileStatus <> "00"
        open output adjFile
    end-if.
    if adjFileStatus <> "00"
        display "SQRTREST ABEND - PPADJ FAILED TO OPEN, STATUS " adjFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open output restRptFile.
    if restRptFileStatus <> "00"
        display "SQRTREST ABEND - RESTRPT FAILED TO OPEN, STATUS " restRptFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    perform writeReportHeading.

writeReportHeading.
    move "UNIT FACTOR RESTATEMENT - BEFORE/AFTER REPORT" to restRptLine.
    write restRptLine.
    move spaces to restRptLine.
    string "RUN DATE..................: " currentDate
        into restRptLine.
    write restRptLine.
    move spaces to restRptLine.
    string "UNIT CODE.................: " unitWanted
        into restRptLine.
    write restRptLine.
    move originalFactor to formattedFactor.
    move spaces to restRptLine.
    string "ORIGINAL FACTOR...........: " formattedFactor
        into restRptLine.
    write restRptLine.
    move correctedFactor to formattedFactor.
    move spaces to restRptLine.
    string "CORRECTED FACTOR..........: " formattedFactor
        " EFFECTIVE " effectiveDate
        into restRptLine.
    write restRptLine.
    move spaces to restRptLine.
    string "LOAD DATES RESTATED.......: " effectiveDate
        " THROUGH " throughDate
        into restRptLine.
    write restRptLine.
    perform writeOneSystemLine varying systemIndex from 1 by 1
        until systemIndex > systemCount.
    move spaces to restRptLine.
    write restRptLine.

writeOneSystemLine.
    move spaces to restRptLine.
    string "SOURCE SYSTEM.............: " affectedSystem(systemIndex)
        into restRptLine.
    write restRptLine.

*> Reads the history in key order and restates every reading of an
*> affected source loaded in the window.
restateHistory.
    read histFile next
        at end
            move 1 to endOfHistFile
        not at end
            perform restateOneHistRecord
    end-read.

restateOneHistRecord.
    add 1 to historyRecordsRead.
    if histSourceId not = currentSourceId
        perform flushSource
        move histSourceId to currentSourceId
        perform checkSourceInScope
        move systemAffected to sourceInScope
    end-if.
    if sourceInScope = 1
        and histLoadDate not < effectiveDate
        and histLoadDate not > throughDate
        perform restateHistReading
    end-if.

*> Sets systemAffected when the source in srcSourceId belongs to one
*> of the RESTPRM source systems, and leaves its facility in
*> currentFacility.
checkSourceInScope.
    move 0 to systemAffected.
    move currentSourceId to srcSourceId.
    read srcMastFile
        invalid key
            move "UNKNOWN" to currentFacility
        not invalid key
            move srcFacility to currentFacility
            perform matchOneSystem varying systemIndex from 1 by 1
                until systemIndex > systemCount or systemAffected = 1
    end-read.

matchOneSystem.
    if affectedSystem(systemIndex) = srcSourceSystem
        move 1 to systemAffected
    end-if.

*> Rescales one history reading and rewrites it with its results
*> master record - or writes the restatement to PPADJ when the
*> reading's month is closed.
restateHistReading.
    move histUserInput to oldValue.
    move histResult to oldRoot.
    perform rescaleValue.
    move histRecordKey to rootKey.
    move histSourceId to rootSourceId.
    move histReadingDate to rootReadingDate.
    perform findResultsPair.
    divide histReadingDate by 100 giving checkMonth.
    perform checkClosedPeriod.
    if periodClosed = 1
        move "BOTH" to adjustMaster
        perform adjustClosedReading
    else
        perform rootRestatedValue
        if rootComputed = 1
            move newValue to histUserInput
            move newRoot to histResult
            rewrite histRecord
            if resultsPaired = 1
                move newValue to mastUserInput
                move newRoot to mastResult
                rewrite mastRecord
                add 1 to resultsRewritten
            end-if
            perform countRestatedReading
            move spaces to readingNote
            if histEstimateFlag = "Y"
                move "ESTIMATE" to readingNote
            end-if
        else
            perform countFailedReading
        end-if
    end-if.
    perform writeReadingLines.

*> The results master record behind the history reading - the same
*> key, and still the same source and reading date.
findResultsPair.
    move 0 to resultsPaired.
    move rootKey to mastRecordKey.
    read masterFile
        invalid key
            continue
        not invalid key
            if mastSourceId = rootSourceId
                and mastReadingDate = rootReadingDate
                move 1 to resultsPaired
            end-if
    end-read.

*> The restated value keeps the edit step's six decimal places.
rescaleValue.
    compute restatedValue rounded =
        oldValue * correctedFactor / originalFactor.
    move restatedValue to newValue.

*> Roots newValue for the reading in rootKey/rootSourceId/
*> rootReadingDate. squareroot writes the audit record; a value too
*> wide for it, or one it overflows on, goes to sqrthp as in the
*> nightly batch.
rootRestatedValue.
    move 0 to rootComputed.
    move 0 to newRoot.
    if newValue > 0
        if newValue > narrowCeiling
            perform rootHighPrecision
        else
            move newValue to userInput
            move 0 to toleranceOverride
            move rootKey to recordKey
            move rootSourceId to sourceId
            move rootReadingDate to readingDate
            call "squareroot" using userInput, result, statusCode,
                resultIterations, toleranceOverride, recordKey, sourceId,
                readingDate
            evaluate statusCode
                when statusSuccess
                    move result to newRoot
                    move 1 to rootComputed
                when statusMagnitudeOverflow
                    perform rootHighPrecision
                when other
                    continue
            end-evaluate
        end-if
    end-if.

rootHighPrecision.
    move newValue to hpUserInput.
    call "sqrthp" using hpUserInput, hpResult.
    if hpResult not = -1
        move hpResult to newRoot
        move 1 to rootComputed
        add 1 to hpRootsComputed
    end-if.

*> The reading's month is closed - the restatement is written as a
*> prior-period adjustment and the masters are left alone. It is not
*> rooted, so its new root is zero.
adjustClosedReading.
    move 0 to newRoot.
    move checkMonth to adjPeriod.
    move adjustMaster to adjMasterName.
    move "RS" to adjReasonCode.
    move rootKey to adjRecordKey.
    move rootSourceId to adjSourceId.
    move rootReadingDate to adjReadingDate.
    move oldValue to adjOldValue.
    move newValue to adjNewValue.
    move oldRoot to adjOldResult.
    move 0 to adjNewResult.
    move "SQRTREST" to adjProgramName.
    move currentDate to adjRunDate.
    move runTime to adjRunTime.
    write adjRecord.
    add 1 to readingsAdjusted.
    add 1 to sourceAdjusted.
    move "PRIOR-PERIOD ADJUSTMENT" to readingNote.

countRestatedReading.
    add 1 to readingsRestated.
    add 1 to sourceRestated.
    add oldValue to sourceBefore.
    add newValue to sourceAfter.

countFailedReading.
    add 1 to rootFailures.
    add 1 to sourceFailed.
    move "NOT RESTATED - ROOT FAILED" to readingNote.

writeReadingLines.
    move spaces to restRptLine.
    string "SOURCE: " rootSourceId
        " DATE: " rootReadingDate
        " KEY: " rootKey
        " " readingNote
        into restRptLine.
    write restRptLine.
    move oldValue to formattedOldValue.
    move oldRoot to formattedOldRoot.
    move newValue to formattedNewValue.
    move newRoot to formattedNewRoot.
    move spaces to restRptLine.
    string "  BEFORE: " formattedOldValue
        " ROOT: " formattedOldRoot
        "  AFTER: " formattedNewValue
        " ROOT: " formattedNewRoot
        into restRptLine.
    write restRptLine.

*> Prints the finished source's totals when it had anything restated
*> or adjusted, and adds them into the run's totals.
flushSource.
    if currentSourceId not = spaces
        and (sourceRestated > 0 or sourceAdjusted > 0
            or sourceFailed > 0)
        compute sourceChange = sourceAfter - sourceBefore
        move sourceRestated to formattedCount
        move spaces to restRptLine
        string "  SOURCE TOTAL: " currentSourceId
            " FACILITY: " currentFacility
            " RESTATED: " formattedCount
            into restRptLine
        write restRptLine
        move sourceBefore to formattedOldValue
        move sourceAfter to formattedNewValue
        move sourceChange to formattedTotal
        move spaces to restRptLine
        string "  BEFORE: " formattedOldValue
            "  AFTER: " formattedNewValue
            "  CHANGE: " formattedTotal
            into restRptLine
        write restRptLine
        move sourceAdjusted to formattedCount
        move spaces to restRptLine
        string "  PRIOR-PERIOD ADJUSTMENTS: " formattedCount
            into restRptLine
        write restRptLine
        move sourceFailed to formattedCount
        move spaces to restRptLine
        string "  ROOT FAILURES...........: " formattedCount
            into restRptLine
        write restRptLine
        move spaces to restRptLine
        write restRptLine
        add 1 to sourcesRestated
        add sourceBefore to totalBefore
        add sourceAfter to totalAfter
    end-if.
    move 0 to sourceRestated.
    move 0 to sourceAdjusted.
    move 0 to sourceFailed.
    move 0 to sourceBefore.
    move 0 to sourceAfter.

*> Sweeps the results master for readings in the window whose
*> history record is missing or holds a different key - the history
*> sweep never saw them.
restateResultsOnly.
    move "READINGS ON THE RESULTS MASTER ONLY" to restRptLine.
    write restRptLine.
    move 0 to mastRecordKey.
    start masterFile key is not less than mastRecordKey
        invalid key
            move 1 to endOfMasterFile
    end-start.
    perform restateNextResultsRecord until endOfMasterFile = 1.
    move "ALL" to currentSourceId.
    move "VARIOUS" to currentFacility.
    perform flushSource.

restateNextResultsRecord.
    read masterFile next
        at end
            move 1 to endOfMasterFile
        not at end
            perform weighOneResultsRecord
    end-read.

weighOneResultsRecord.
    add 1 to resultsRecordsRead.
    if mastLoadDate not < effectiveDate
        and mastLoadDate not > throughDate
        move mastSourceId to histSourceId
        move mastReadingDate to histReadingDate
        read histFile
            invalid key
                perform checkResultsOnlyScope
            not invalid key
                if histRecordKey not = mastRecordKey
                    perform checkResultsOnlyScope
                end-if
        end-read
    end-if.

checkResultsOnlyScope.
    move mastSourceId to currentSourceId.
    perform checkSourceInScope.
    if systemAffected = 1
        perform restateResultsReading
    end-if.

restateResultsReading.
    move mastUserInput to oldValue.
    move mastResult to oldRoot.
    perform rescaleValue.
    move mastRecordKey to rootKey.
    move mastSourceId to rootSourceId.
    move mastReadingDate to rootReadingDate.
    divide mastReadingDate by 100 giving checkMonth.
    perform checkClosedPeriod.
    if periodClosed = 1
        move "RSLTMAST" to adjustMaster
        perform adjustClosedReading
    else
        perform rootRestatedValue
        if rootComputed = 1
            move newValue to mastUserInput
            move newRoot to mastResult
            rewrite mastRecord
            add 1 to resultsRewritten
            add 1 to resultsOnlyRestated
            perform countRestatedReading
            move "RESULTS MASTER ONLY" to readingNote
        else
            perform countFailedReading
        end-if
    end-if.
    perform writeReadingLines.

*> Records the restatement on RESTCTL, then the report's totals.
finalizeRun.
    close histFile.
    close masterFile.
    close srcMastFile.
    close adjFile.
    open extend restCtlFile.
    if restCtlFileStatus <> "00"
        open output restCtlFile
    end-if.
    if restCtlFileStatus <> "00"
        display "SQRTREST ABEND - RESTCTL FAILED TO OPEN, STATUS " restCtlFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    move unitWanted to restCtlUnit.
    move effectiveDate to restCtlEffective.
    move throughDate to restCtlThrough.
    move currentDate to restCtlRunDate.
    move readingsRestated to restCtlRestated.
    write restCtlRecord.
    close restCtlFile.
    perform writeRestatementTotals.
    close restRptFile.
    move 0 to return-code.
    if readingsRestated = 0 or readingsAdjusted > 0
        move 4 to return-code
    end-if.
    if rootFailures > 0
        move 8 to return-code
    end-if.

writeRestatementTotals.
    move "RESTATEMENT TOTALS" to restRptLine.
    write restRptLine.

    move historyRecordsRead to formattedBigCount.
    move spaces to restRptLine.
    string "HISTORY RECORDS READ......: " formattedBigCount
        into restRptLine.
    write restRptLine.

    move resultsRecordsRead to formattedBigCount.
    move spaces to restRptLine.
    string "RESULTS RECORDS READ......: " formattedBigCount
        into restRptLine.
    write restRptLine.

    move sourcesRestated to formattedCount.
    move spaces to restRptLine.
    string "SOURCES RESTATED..........: " formattedCount
        into restRptLine.
    write restRptLine.

    move readingsRestated to formattedCount.
    move spaces to restRptLine.
    string "READINGS RESTATED.........: " formattedCount
        into restRptLine.
    write restRptLine.

    move resultsRewritten to formattedCount.
    move spaces to restRptLine.
    string "RESULTS RECORDS REWRITTEN.: " formattedCount
        into restRptLine.
    write restRptLine.

    move resultsOnlyRestated to formattedCount.
    move spaces to restRptLine.
    string "  WITH NO HISTORY RECORD..: " formattedCount
        into restRptLine.
    write restRptLine.

    move hpRootsComputed to formattedCount.
    move spaces to restRptLine.
    string "HIGH-PRECISION ROOTS......: " formattedCount
        into restRptLine.
    write restRptLine.

    move readingsAdjusted to formattedCount.
    move spaces to restRptLine.
    string "PRIOR-PERIOD ADJUSTMENTS..: " formattedCount
        into restRptLine.
    write restRptLine.

    move rootFailures to formattedCount.
    move spaces to restRptLine.
    string "ROOT FAILURES - UNCHANGED.: " formattedCount
        into restRptLine.
    write restRptLine.

    move totalBefore to formattedTotal.
    move spaces to restRptLine.
    string "TOTAL VALUE BEFORE........: " formattedTotal
        into restRptLine.
    write restRptLine.

    move totalAfter to formattedTotal.
    move spaces to restRptLine.
    string "TOTAL VALUE AFTER.........: " formattedTotal
        into restRptLine.
    write restRptLine.

    compute totalChange = totalAfter - totalBefore.
    move totalChange to formattedTotal.
    move spaces to restRptLine.
    string "TOTAL CHANGE..............: " formattedTotal
        into restRptLine.
    write restRptLine.
