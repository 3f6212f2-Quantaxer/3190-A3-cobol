*> File: sqrtarch.cob
*> Name: Peter Hudel
*> Student Number: 1012673
*> Date: 10/15/2026
*> Description: Archive and purge of aged readings from the keyed
*> results master and the keyed history master. Both masters only
*> ever grew - every reading since cutover plus the estimates - and
*> the full sweeps the completeness, estimate and drift steps make
*> every night slowed down with them. This program moves the readings
*> of one reading year that are older than their source system's
*> retention period off both masters and onto that year's sequential
*> archive dataset (ARCHOUT, sqrtarcv.cpy).
*>
*> The year comes from ARCHPRM (yyyy in columns 1-4); ARCHOUT must be
*> that year's archive - a dataset already holding another year's
*> readings abends the run before anything is moved. The retention
*> period comes from RETNPRM - one record per source system, the
*> system in columns 1-8 and the months to keep in columns 10-12,
*> with "*" in column 1 for every system not listed. A reading is
*> archived only when its reading month is before the source's
*> cutoff - the run month less the retention months - and never when
*>   - its source's system has no retention period;
*>   - its month is still open - not closed by the month-end close on
*>     PRDCTL (sqrtprd.cpy), so figures still being reported stay put;
*>   - it is an estimate (flag "Y") - still awaiting its actual, which
*>     would true it up.
*> An otherwise archivable reading of another year is left, counted,
*> for a run against that year's archive.
*>
*> Every record archived is written to the archive before it is
*> deleted. The control report (ARCHRPT) gives, per source and per
*> master, the count and value total before, archived and after -
*> the after figures from a second sweep of the master once the
*> deletes are done - and proves before less archived equals after,
*> and that the archive received exactly what left each master. A
*> record per source archived is appended to the archive control log
*> (ARCHLOG, sqrtarcl.cpy) that the inquiry service uses to reach
*> into the archive.
*>
*> The settlement interface (sqrtsetl.cob) withdraws any meter-day
*> on its register that is gone from the history, so the archive
*> also writes the register's next generation (SETLNEW) with the
*> archived meter-days taken off - an archived reading is not a
*> withdrawn one.
*>
*> Modification history:
*> (none yet)

*> --------------------------------------------------------------------------------------------
identification division.
    program-id. sqrtarch.
*> --------------------------------------------------------------------------------------------
environment division.
    input-output section.
    file-control.
        select archParmFile assign to "ARCHPRM"
            organization is line sequential
            file status is archParmFileStatus.

        select retnParmFile assign to "RETNPRM"
            organization is line sequential
            file status is retnParmFileStatus.

        select masterFile assign to "RSLTMAST"
            organization is indexed
            access mode is sequential
            record key is mastRecordKey
            file status is masterFileStatus.

        select histFile assign to "HISTMAST"
            organization is indexed
            access mode is sequential
            record key is histKey
            file status is histFileStatus.

        select srcMastFile assign to "SRCMAST"
            organization is indexed
            access mode is random
            record key is srcSourceId
            file status is srcMastFileStatus.

        select prdCtlFile assign to "PRDCTL"
            organization is line sequential
            file status is prdCtlFileStatus.

        select archiveFile assign to "ARCHOUT"
            organization is line sequential
            file status is archiveFileStatus.

        select archLogFile assign to "ARCHLOG"
            organization is line sequential
            file status is archLogFileStatus.

        select oldRegFile assign to "SETLREG"
            organization is line sequential
            file status is oldRegFileStatus.

        select newRegFile assign to "SETLNEW"
            organization is line sequential
            file status is newRegFileStatus.

        select archRptFile assign to "ARCHRPT"
            organization is line sequential
            file status is archRptFileStatus.
*> --------------------------------------------------------------------------------------------
data division.
    file section.
    fd archParmFile.
    01 archParmRecord.
        05 archParmYear pic 9(4).

    fd retnParmFile.
    01 retnParmRecord.
        05 retnParmSystem pic x(8).
        05 filler         pic x(1).
        05 retnParmMonths pic 9(3).

    fd masterFile.
    *> The layout the load step writes - see sqrtrmst.cpy.
    01 mastRecord.
        copy sqrtrmst.

    fd histFile.
    *> The layout the history fold writes - see sqrthmst.cpy.
    01 histRecord.
        copy sqrthmst.

    fd srcMastFile.
    *> The source master, read for each source's system - see
    *> sqrtsrc.cpy.
    01 srcMastRecord.
        copy sqrtsrc.

    fd prdCtlFile.
    *> The months the period close has closed - see sqrtprd.cpy.
    01 prdCtlRecord.
        copy sqrtprd.

    fd archiveFile.
    *> The year's archive - see sqrtarcv.cpy.
    01 archiveRecord.
        copy sqrtarcv.

    fd archLogFile.
    *> What each run archived per source - see sqrtarcl.cpy.
    01 archLogRecord.
        copy sqrtarcl.

    fd oldRegFile.
    *> The settlement register sqrtsetl.cob keeps - an "H" record,
    *> then one "R" record per meter-day in the history master's key
    *> order. Only the key is looked at; records are copied whole.
    01 oldRegRecord.
        05 oldRegType pic x(1).
        05 oldRegKey  pic x(16).
        05 filler     pic x(72).

    fd newRegFile.
    01 newRegRecord pic x(89).

    fd archRptFile.
    01 archRptLine pic x(132).

    working-storage section.
        77 archParmFileStatus pic x(2).
        77 retnParmFileStatus pic x(2).
        77 masterFileStatus   pic x(2).
        77 histFileStatus     pic x(2).
        77 srcMastFileStatus  pic x(2).
        77 prdCtlFileStatus   pic x(2).
        77 archiveFileStatus  pic x(2).
        77 archLogFileStatus  pic x(2).
        77 oldRegFileStatus   pic x(2).
        77 newRegFileStatus   pic x(2).
        77 archRptFileStatus  pic x(2).
        77 endOfRetnParmFile  pic 9 value 0.
        77 endOfPrdCtlFile    pic 9 value 0.
        77 endOfMasterFile    pic 9 value 0.
        77 endOfHistFile      pic 9 value 0.
        77 endOfArchiveFile   pic 9 value 0.
        77 endOfOldReg        pic 9 value 0.
        77 fileOpenAbendCode  pic 9(2) value 16.
        77 parmAbendCode      pic 9(2) value 12.
        77 tableAbendCode     pic 9(2) value 12.
        77 balanceAbendCode   pic 9(2) value 12.

        *> The year being archived and the run month the retention
        *> periods count back from.
        77 archiveYear    pic 9(4) value 0.
        77 runDate        pic 9(8).
        77 runMonth       pic 9(6).
        77 runYear        pic 9(4).
        77 runMonthNumber pic 9(2).
        77 monthSerial    pic 9(7).
        77 cutoffYear     pic 9(4).
        77 cutoffMonthNumber pic 9(2).

        *> Retention months by source system from RETNPRM; "*" is the
        *> default for every system not listed.
        77 retnTableLimit pic 9(3) value 50.
        01 retentionTable.
            05 retnEntry occurs 50 times.
                10 retnSystem pic x(8).
                10 retnMonths pic 9(3).
        77 retnEntryCount       pic 9(3) value 0.
        77 retnIndex            pic 9(3).
        77 defaultRetention     pic 9(3) value 0.
        77 haveDefaultRetention pic 9 value 0.

        *> Closed reading months from PRDCTL - only a reading in one
        *> of them may leave the masters.
        77 closedTableLimit  pic 9(3) value 240.
        01 closedPeriodTable.
            05 closedPeriod pic 9(6) occurs 240 times.
        77 closedEntryCount  pic 9(3) value 0.
        77 closedIndex       pic 9(3).
        77 checkMonth        pic 9(6).
        77 periodClosed      pic 9 value 0.

        *> One entry per source met on either master, with its system,
        *> retention and cutoff, and per master (1 results, 2 history)
        *> the count and value total before, archived and after.
        77 srcTableLimit pic 9(3) value 500.
        01 sourceTable.
            05 sourceEntry occurs 500 times.
                10 entSourceId      pic x(8).
                10 entSystem        pic x(8).
                10 entHasRetention  pic 9.
                10 entRetention     pic 9(3).
                10 entCutoffMonth   pic 9(6).
                10 entFirstArchDate pic 9(8).
                10 entLastArchDate  pic 9(8).
                10 entMasterTotals occurs 2 times.
                    15 entBeforeCount pic 9(9).
                    15 entBeforeValue pic s9(18)v9(9).
                    15 entArchCount   pic 9(9).
                    15 entArchValue   pic s9(18)v9(9).
                    15 entAfterCount  pic 9(9).
                    15 entAfterValue  pic s9(18)v9(9).
        77 srcEntryCount pic 9(3) value 0.
        77 srcIndex      pic 9(3).
        77 activeSource  pic 9(3).

        *> Run totals per master (1 results, 2 history), and why the
        *> records that stayed were kept.
        01 masterTotalTable.
            05 masterTotals occurs 2 times.
                10 totBeforeCount  pic 9(9).
                10 totBeforeValue  pic s9(18)v9(9).
                10 totArchCount    pic 9(9).
                10 totArchValue    pic s9(18)v9(9).
                10 totAfterCount   pic 9(9).
                10 totAfterValue   pic s9(18)v9(9).
                10 totInRetention  pic 9(9).
                10 totNoRetention  pic 9(9).
                10 totOpenMonth    pic 9(9).
                10 totEstimate     pic 9(9).
                10 totOtherYear    pic 9(9).
                10 totArchWritten  pic 9(9).
        77 masterIndex pic 9.
        77 masterName  pic x(8).

        *> The reading being judged, whichever master it is on.
        77 checkSourceId     pic x(8).
        77 checkReadingDate  pic 9(8).
        77 checkEstimateFlag pic x(1).
        77 checkValue        pic s9(18)v9(9).
        77 readingYear       pic 9(4).
        77 archiveDecision   pic x(1).

        *> The register copy - the old register's key, high-values once
        *> it is exhausted.
        77 registerPresent  pic 9 value 0.
        77 regMatchKey      pic x(16).
        77 registerRead     pic 9(9) value 0.
        77 registerCopied   pic 9(9) value 0.
        77 registerDropped  pic 9(9) value 0.

        77 archiveRecordsHeld pic 9(9) value 0.
        77 archLogWritten     pic 9(7) value 0.
        77 sourcesOutOfBalance pic 9(7) value 0.
        77 mastersOutOfBalance pic 9 value 0.
        77 balanceVerdict     pic x(14).

        77 formattedCount    pic zzzzzz9.
        77 formattedBigCount pic zzzzzzzz9.
        77 formattedValue    pic -(18).9(6).
        77 formattedMonths   pic zz9.
*> --------------------------------------------------------------------------------------------
procedure division.
    *> Main program loop here
    perform readArchiveYear.
    perform loadRetentionPeriods.
    perform loadClosedPeriods.
    perform initializeFiles.
    perform archiveResultsMaster.
    perform archiveHistoryMaster.
    perform countResultsAfter.
    perform countHistoryAfter.
    perform finalizeRun.
    stop run.

*> The reading year to archive comes from ARCHPRM.
readArchiveYear.
    accept runDate from date yyyymmdd.
    divide runDate by 100 giving runMonth.
    divide runMonth by 100 giving runYear
        remainder runMonthNumber.
    open input archParmFile.
    if archParmFileStatus <> "00"
        display "SQRTARCH ABEND - ARCHPRM FAILED TO OPEN, STATUS " archParmFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    read archParmFile
        at end
            display "SQRTARCH ABEND - ARCHPRM HOLDS NO ARCHIVE YEAR"
            move parmAbendCode to return-code
            stop run
    end-read.
    close archParmFile.
    if archParmYear is not numeric or archParmYear = 0
        or archParmYear > runYear
        display "SQRTARCH ABEND - ARCHPRM ARCHIVE YEAR IS NOT A "
            "PAST OR CURRENT YYYY YEAR"
        move parmAbendCode to return-code
        stop run
    end-if.
    move archParmYear to archiveYear.

*> Loads the retention months per source system. A zero or
*> non-numeric period is a parameter error, not "archive everything".
loadRetentionPeriods.
    open input retnParmFile.
    if retnParmFileStatus <> "00"
        display "SQRTARCH ABEND - RETNPRM FAILED TO OPEN, STATUS " retnParmFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    perform readRetentionPeriods until endOfRetnParmFile = 1.
    close retnParmFile.
    if retnEntryCount = 0 and haveDefaultRetention = 0
        display "SQRTARCH ABEND - RETNPRM HOLDS NO RETENTION PERIOD"
        move parmAbendCode to return-code
        stop run
    end-if.

readRetentionPeriods.
    read retnParmFile
        at end
            move 1 to endOfRetnParmFile
        not at end
            perform keepRetentionPeriod
    end-read.

keepRetentionPeriod.
    if retnParmMonths is not numeric or retnParmMonths = 0
        display "SQRTARCH ABEND - RETNPRM RETENTION FOR '"
            retnParmSystem "' IS NOT A NUMBER OF MONTHS"
        move parmAbendCode to return-code
        stop run
    end-if.
    if retnParmSystem = "*"
        move retnParmMonths to defaultRetention
        move 1 to haveDefaultRetention
    else
        if retnEntryCount >= retnTableLimit
            display "SQRTARCH ABEND - MORE THAN " retnTableLimit
                " SOURCE SYSTEMS ON RETNPRM"
            move tableAbendCode to return-code
            stop run
        end-if
        add 1 to retnEntryCount
        move retnParmSystem to retnSystem(retnEntryCount)
        move retnParmMonths to retnMonths(retnEntryCount)
    end-if.

*> Loads the closed months from PRDCTL. No PRDCTL yet means no month
*> has been closed - and so nothing can be archived.
loadClosedPeriods.
    open input prdCtlFile.
    if prdCtlFileStatus = "35"
        move 1 to endOfPrdCtlFile
    else
        if prdCtlFileStatus <> "00"
            display "SQRTARCH ABEND - PRDCTL FAILED TO OPEN, STATUS " prdCtlFileStatus
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
            display "SQRTARCH ABEND - MORE THAN " closedTableLimit
                " CLOSED MONTHS ON PRDCTL"
            move tableAbendCode to return-code
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
    initialize masterTotalTable.
    open input srcMastFile.
    if srcMastFileStatus <> "00"
        display "SQRTARCH ABEND - SRCMAST FAILED TO OPEN, STATUS " srcMastFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    perform checkArchiveYear.
    open extend archiveFile.
    if archiveFileStatus <> "00"
        open output archiveFile
    end-if.
    if archiveFileStatus <> "00"
        display "SQRTARCH ABEND - ARCHOUT FAILED TO OPEN, STATUS " archiveFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    perform openSettlementRegister.

*> ARCHOUT is one reading year's archive - a dataset already holding
*> another year's readings is the wrong DD, and nothing is moved.
checkArchiveYear.
    open input archiveFile.
    if archiveFileStatus = "00"
        perform checkOneArchiveRecord until endOfArchiveFile = 1
        close archiveFile
    end-if.

checkOneArchiveRecord.
    read archiveFile
        at end
            move 1 to endOfArchiveFile
        not at end
            add 1 to archiveRecordsHeld
            divide arcReadingDate by 10000 giving readingYear
            if readingYear not = archiveYear
                display "SQRTARCH ABEND - ARCHOUT HOLDS " readingYear
                    " READINGS - IT IS NOT THE " archiveYear " ARCHIVE"
                move parmAbendCode to return-code
                stop run
            end-if
    end-read.

*> The register may not exist yet (the settlement interface's first
*> night has not run) - the new generation is then written empty,
*> which the interface treats the same way.
openSettlementRegister.
    open input oldRegFile.
    if oldRegFileStatus = "00"
        move 1 to registerPresent
    else
        if oldRegFileStatus <> "35"
            display "SQRTARCH ABEND - SETLREG FAILED TO OPEN, STATUS " oldRegFileStatus
            move fileOpenAbendCode to return-code
            stop run
        end-if
    end-if.
    open output newRegFile.
    if newRegFileStatus <> "00"
        display "SQRTARCH ABEND - SETLNEW FAILED TO OPEN, STATUS " newRegFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    move high-values to regMatchKey.
    move 1 to endOfOldReg.
    if registerPresent = 1
        move 0 to endOfOldReg
        perform readNextRegister
        *> The header carries the interface's sequence number - copied
        *> through unchanged.
        if endOfOldReg = 0 and oldRegType = "H"
            perform copyRegisterRecord
        end-if
    end-if.

readNextRegister.
    if endOfOldReg = 1
        move high-values to regMatchKey
    else
        read oldRegFile
            at end
                move 1 to endOfOldReg
                move high-values to regMatchKey
            not at end
                add 1 to registerRead
                move oldRegKey to regMatchKey
        end-read
    end-if.

copyRegisterRecord.
    move oldRegRecord to newRegRecord.
    write newRegRecord.
    add 1 to registerCopied.
    perform readNextRegister.

*> Sweeps the results master in key order, archiving and deleting
*> each record its source's retention, the period close and the
*> estimate flag allow.
archiveResultsMaster.
    move 1 to masterIndex.
    open i-o masterFile.
    if masterFileStatus <> "00"
        display "SQRTARCH ABEND - RSLTMAST FAILED TO OPEN, STATUS " masterFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    move 0 to endOfMasterFile.
    perform archiveOneMasterRecord until endOfMasterFile = 1.
    close masterFile.

archiveOneMasterRecord.
    read masterFile next
        at end
            move 1 to endOfMasterFile
        not at end
            move mastSourceId to checkSourceId
            move mastReadingDate to checkReadingDate
            move mastEstimateFlag to checkEstimateFlag
            move mastUserInput to checkValue
            perform countBefore
            perform decideArchive
            if archiveDecision = "A"
                perform archiveMasterRecord
            end-if
    end-read.

*> The record goes to the archive first - it is only deleted once the
*> archive has it.
archiveMasterRecord.
    move spaces to archiveRecord.
    move "R" to arcMasterCode.
    move mastSourceId to arcSourceId.
    move mastReadingDate to arcReadingDate.
    move mastRecordKey to arcRecordKey.
    move runDate to arcArchiveDate.
    move mastRecord to arcMasterRecord.
    perform writeArchiveRecord.
    delete masterFile record.
    if masterFileStatus <> "00"
        display "SQRTARCH ABEND - RSLTMAST DELETE FAILED FOR KEY "
            mastRecordKey ", STATUS " masterFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    perform countArchived.

*> The same sweep over the history master. The history is in the
*> settlement register's key order, so the register's next
*> generation is written alongside it.
archiveHistoryMaster.
    move 2 to masterIndex.
    open i-o histFile.
    if histFileStatus <> "00"
        display "SQRTARCH ABEND - HISTMAST FAILED TO OPEN, STATUS " histFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    move 0 to endOfHistFile.
    perform archiveOneHistRecord until endOfHistFile = 1.
    close histFile.
    perform copyRegisterRecord until endOfOldReg = 1.
    if registerPresent = 1
        close oldRegFile
    end-if.
    close newRegFile.

archiveOneHistRecord.
    read histFile next
        at end
            move 1 to endOfHistFile
        not at end
            perform copyRegisterRecord until regMatchKey not < histKey
            move histSourceId to checkSourceId
            move histReadingDate to checkReadingDate
            move histEstimateFlag to checkEstimateFlag
            move histUserInput to checkValue
            perform countBefore
            perform decideArchive
            if archiveDecision = "A"
                perform archiveHistRecord
            end-if
    end-read.

archiveHistRecord.
    move spaces to archiveRecord.
    move "H" to arcMasterCode.
    move histSourceId to arcSourceId.
    move histReadingDate to arcReadingDate.
    move histRecordKey to arcRecordKey.
    move runDate to arcArchiveDate.
    move histRecord to arcMasterRecord.
    perform writeArchiveRecord.
    *> The archived meter-day comes off the settlement register too.
    if regMatchKey = histKey
        add 1 to registerDropped
        perform readNextRegister
    end-if.
    delete histFile record.
    if histFileStatus <> "00"
        display "SQRTARCH ABEND - HISTMAST DELETE FAILED FOR "
            histSourceId " " histReadingDate ", STATUS " histFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    perform countArchived.

writeArchiveRecord.
    write archiveRecord.
    if archiveFileStatus <> "00"
        display "SQRTARCH ABEND - ARCHOUT WRITE FAILED, STATUS " archiveFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    add 1 to totArchWritten(masterIndex).

*> Sets archiveDecision to "A" when the reading in the check fields
*> may leave the masters, or to the reason it stays.
decideArchive.
    divide checkReadingDate by 100 giving checkMonth.
    divide checkReadingDate by 10000 giving readingYear.
    perform checkClosedPeriod.
    evaluate true
        when entHasRetention(activeSource) = 0
            move "N" to archiveDecision
            add 1 to totNoRetention(masterIndex)
        when checkMonth not < entCutoffMonth(activeSource)
            move "R" to archiveDecision
            add 1 to totInRetention(masterIndex)
        when periodClosed = 0
            move "O" to archiveDecision
            add 1 to totOpenMonth(masterIndex)
        when checkEstimateFlag = "Y"
            move "E" to archiveDecision
            add 1 to totEstimate(masterIndex)
        when readingYear not = archiveYear
            move "Y" to archiveDecision
            add 1 to totOtherYear(masterIndex)
        when other
            move "A" to archiveDecision
    end-evaluate.

countBefore.
    perform findSourceEntry.
    add 1 to entBeforeCount(activeSource, masterIndex).
    add checkValue to entBeforeValue(activeSource, masterIndex).
    add 1 to totBeforeCount(masterIndex).
    add checkValue to totBeforeValue(masterIndex).

countArchived.
    add 1 to entArchCount(activeSource, masterIndex).
    add checkValue to entArchValue(activeSource, masterIndex).
    add 1 to totArchCount(masterIndex).
    add checkValue to totArchValue(masterIndex).
    if entFirstArchDate(activeSource) = 0
        or checkReadingDate < entFirstArchDate(activeSource)
        move checkReadingDate to entFirstArchDate(activeSource)
    end-if.
    if checkReadingDate > entLastArchDate(activeSource)
        move checkReadingDate to entLastArchDate(activeSource)
    end-if.

*> Finds (or adds) checkSourceId's entry. A new source's system comes
*> from the source master, its retention from the system's RETNPRM
*> period (or the default), and its cutoff is the run month less that
*> many months.
findSourceEntry.
    move 0 to activeSource.
    perform checkOneSourceEntry varying srcIndex from 1 by 1
        until srcIndex > srcEntryCount or activeSource > 0.
    if activeSource = 0
        if srcEntryCount >= srcTableLimit
            display "SQRTARCH ABEND - MORE THAN " srcTableLimit
                " SOURCES ON THE MASTERS"
            move tableAbendCode to return-code
            stop run
        end-if
        add 1 to srcEntryCount
        move srcEntryCount to activeSource
        initialize sourceEntry(activeSource)
        move checkSourceId to entSourceId(activeSource)
        perform setSourceRetention
    end-if.

checkOneSourceEntry.
    if entSourceId(srcIndex) = checkSourceId
        move srcIndex to activeSource
    end-if.

setSourceRetention.
    move checkSourceId to srcSourceId.
    read srcMastFile
        invalid key
            move "UNKNOWN" to entSystem(activeSource)
        not invalid key
            move srcSourceSystem to entSystem(activeSource)
    end-read.
    move 0 to entHasRetention(activeSource).
    perform checkOneRetention varying retnIndex from 1 by 1
        until retnIndex > retnEntryCount
        or entHasRetention(activeSource) = 1.
    if entHasRetention(activeSource) = 0 and haveDefaultRetention = 1
        move defaultRetention to entRetention(activeSource)
        move 1 to entHasRetention(activeSource)
    end-if.
    if entHasRetention(activeSource) = 1
        compute monthSerial = runYear * 12 + runMonthNumber - 1
            - entRetention(activeSource)
        divide monthSerial by 12 giving cutoffYear
            remainder cutoffMonthNumber
        compute entCutoffMonth(activeSource)
            = cutoffYear * 100 + cutoffMonthNumber + 1
    end-if.

checkOneRetention.
    if retnSystem(retnIndex) = entSystem(activeSource)
        move retnMonths(retnIndex) to entRetention(activeSource)
        move 1 to entHasRetention(activeSource)
    end-if.

*> Second sweeps, once the deletes are done - what is really left on
*> each master, for the balance.
countResultsAfter.
    move 1 to masterIndex.
    open input masterFile.
    if masterFileStatus <> "00"
        display "SQRTARCH ABEND - RSLTMAST FAILED TO OPEN, STATUS " masterFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    move 0 to endOfMasterFile.
    perform countOneMasterAfter until endOfMasterFile = 1.
    close masterFile.

countOneMasterAfter.
    read masterFile next
        at end
            move 1 to endOfMasterFile
        not at end
            move mastSourceId to checkSourceId
            move mastUserInput to checkValue
            perform countAfter
    end-read.

countHistoryAfter.
    move 2 to masterIndex.
    open input histFile.
    if histFileStatus <> "00"
        display "SQRTARCH ABEND - HISTMAST FAILED TO OPEN, STATUS " histFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    move 0 to endOfHistFile.
    perform countOneHistAfter until endOfHistFile = 1.
    close histFile.

countOneHistAfter.
    read histFile next
        at end
            move 1 to endOfHistFile
        not at end
            move histSourceId to checkSourceId
            move histUserInput to checkValue
            perform countAfter
    end-read.

countAfter.
    perform findSourceEntry.
    add 1 to entAfterCount(activeSource, masterIndex).
    add checkValue to entAfterValue(activeSource, masterIndex).
    add 1 to totAfterCount(masterIndex).
    add checkValue to totAfterValue(masterIndex).

finalizeRun.
    close srcMastFile.
    close archiveFile.
    perform writeArchiveLog.
    perform writeControlReport.
    *> RC 12 when the masters do not balance to the archive - the
    *> report shows where. RC 4 when nothing was archived, or when
    *> readings of another year are waiting for that year's run.
    move 0 to return-code.
    if totArchCount(1) = 0 and totArchCount(2) = 0
        move 4 to return-code
    end-if.
    if totOtherYear(1) > 0 or totOtherYear(2) > 0
        move 4 to return-code
    end-if.
    if sourcesOutOfBalance > 0 or mastersOutOfBalance > 0
        move balanceAbendCode to return-code
    end-if.

*> One control log record per source archived this run.
writeArchiveLog.
    open extend archLogFile.
    if archLogFileStatus <> "00"
        open output archLogFile
    end-if.
    if archLogFileStatus <> "00"
        display "SQRTARCH ABEND - ARCHLOG FAILED TO OPEN, STATUS " archLogFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    perform logOneSource varying srcIndex from 1 by 1
        until srcIndex > srcEntryCount.
    close archLogFile.

logOneSource.
    if entArchCount(srcIndex, 1) > 0 or entArchCount(srcIndex, 2) > 0
        move runDate to arclRunDate
        move archiveYear to arclArchiveYear
        move entSourceId(srcIndex) to arclSourceId
        move entSystem(srcIndex) to arclSourceSystem
        move entCutoffMonth(srcIndex) to arclCutoffMonth
        move entArchCount(srcIndex, 1) to arclResultsArchived
        move entArchValue(srcIndex, 1) to arclResultsValue
        move entArchCount(srcIndex, 2) to arclHistoryArchived
        move entArchValue(srcIndex, 2) to arclHistoryValue
        move entFirstArchDate(srcIndex) to arclFirstReadingDate
        move entLastArchDate(srcIndex) to arclLastReadingDate
        write archLogRecord
        add 1 to archLogWritten
    end-if.

writeControlReport.
    open output archRptFile.
    if archRptFileStatus <> "00"
        display "SQRTARCH ABEND - ARCHRPT FAILED TO OPEN, STATUS " archRptFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.

    move "MASTER ARCHIVE AND PURGE - CONTROL REPORT" to archRptLine.
    write archRptLine.
    move spaces to archRptLine.
    write archRptLine.

    move spaces to archRptLine.
    string "ARCHIVE YEAR..............: " archiveYear
        into archRptLine.
    write archRptLine.
    move spaces to archRptLine.
    string "RUN DATE..................: " runDate
        into archRptLine.
    write archRptLine.
    move archiveRecordsHeld to formattedBigCount.
    move spaces to archRptLine.
    string "ARCHIVE RECORDS HELD......: " formattedBigCount
        into archRptLine.
    write archRptLine.
    perform reportOneRetention varying retnIndex from 1 by 1
        until retnIndex > retnEntryCount.
    if haveDefaultRetention = 1
        move defaultRetention to formattedMonths
        move spaces to archRptLine
        string "RETENTION - ALL OTHER SYSTEMS: " formattedMonths
            " MONTHS"
            into archRptLine
        write archRptLine
    else
        move "RETENTION - ALL OTHER SYSTEMS: NONE - NOT ARCHIVED"
            to archRptLine
        write archRptLine
    end-if.
    move spaces to archRptLine.
    write archRptLine.

    perform reportOneSource varying srcIndex from 1 by 1
        until srcIndex > srcEntryCount.

    move 1 to masterIndex.
    perform reportMasterTotals.
    move 2 to masterIndex.
    perform reportMasterTotals.

    move registerRead to formattedBigCount.
    move spaces to archRptLine.
    string "SETTLEMENT REGISTER READ..: " formattedBigCount
        into archRptLine.
    write archRptLine.
    move registerDropped to formattedBigCount.
    move spaces to archRptLine.
    string "  ARCHIVED - TAKEN OFF....: " formattedBigCount
        into archRptLine.
    write archRptLine.
    move registerCopied to formattedBigCount.
    move spaces to archRptLine.
    string "  CARRIED TO NEW REGISTER.: " formattedBigCount
        into archRptLine.
    write archRptLine.
    move archLogWritten to formattedCount.
    move spaces to archRptLine.
    string "CONTROL LOG RECORDS.......: " formattedCount
        into archRptLine.
    write archRptLine.
    move spaces to archRptLine.
    write archRptLine.

    if sourcesOutOfBalance = 0 and mastersOutOfBalance = 0
        move "ALL SOURCES AND BOTH MASTERS IN BALANCE WITH THE ARCHIVE"
            to archRptLine
    else
        move sourcesOutOfBalance to formattedCount
        move spaces to archRptLine
        string "OUT OF BALANCE - SOURCES: " formattedCount
            " MASTERS: " mastersOutOfBalance
            " - DO NOT RELEASE THE ARCHIVE BEFORE REVIEW"
            into archRptLine
    end-if.
    write archRptLine.
    close archRptFile.

reportOneRetention.
    move retnMonths(retnIndex) to formattedMonths.
    move spaces to archRptLine.
    string "RETENTION - SOURCE SYSTEM " retnSystem(retnIndex)
        ": " formattedMonths " MONTHS"
        into archRptLine.
    write archRptLine.

*> The source's block - its retention and cutoff, then per master the
*> count and value before, archived and after, and whether before
*> less archived is what was left.
reportOneSource.
    move spaces to archRptLine.
    if entHasRetention(srcIndex) = 1
        move entRetention(srcIndex) to formattedMonths
        string "SOURCE: " entSourceId(srcIndex)
            " SYSTEM: " entSystem(srcIndex)
            " RETENTION: " formattedMonths " MONTHS"
            " - KEPT FROM " entCutoffMonth(srcIndex)
            into archRptLine
    else
        string "SOURCE: " entSourceId(srcIndex)
            " SYSTEM: " entSystem(srcIndex)
            " RETENTION: NONE - NOT ARCHIVED"
            into archRptLine
    end-if.
    write archRptLine.
    move 1 to masterIndex.
    perform reportSourceMaster.
    move 2 to masterIndex.
    perform reportSourceMaster.
    move spaces to archRptLine.
    write archRptLine.

reportSourceMaster.
    if masterIndex = 1
        move "RSLTMAST" to masterName
    else
        move "HISTMAST" to masterName
    end-if.
    if entBeforeCount(srcIndex, masterIndex)
            - entArchCount(srcIndex, masterIndex)
            = entAfterCount(srcIndex, masterIndex)
        and entBeforeValue(srcIndex, masterIndex)
            - entArchValue(srcIndex, masterIndex)
            = entAfterValue(srcIndex, masterIndex)
        move "IN BALANCE" to balanceVerdict
    else
        move "OUT OF BALANCE" to balanceVerdict
        add 1 to sourcesOutOfBalance
    end-if.
    move entBeforeCount(srcIndex, masterIndex) to formattedBigCount.
    move entBeforeValue(srcIndex, masterIndex) to formattedValue.
    move spaces to archRptLine.
    string "  " masterName " BEFORE...: " formattedBigCount
        "  VALUE: " formattedValue
        into archRptLine.
    write archRptLine.
    move entArchCount(srcIndex, masterIndex) to formattedBigCount.
    move entArchValue(srcIndex, masterIndex) to formattedValue.
    move spaces to archRptLine.
    string "           ARCHIVED.: " formattedBigCount
        "  VALUE: " formattedValue
        into archRptLine.
    write archRptLine.
    move entAfterCount(srcIndex, masterIndex) to formattedBigCount.
    move entAfterValue(srcIndex, masterIndex) to formattedValue.
    move spaces to archRptLine.
    string "           AFTER....: " formattedBigCount
        "  VALUE: " formattedValue
        "  " balanceVerdict
        into archRptLine.
    write archRptLine.

*> The master's totals, why the records left on it stayed, and the
*> proof that the archive received exactly what left the master.
reportMasterTotals.
    if masterIndex = 1
        move "RSLTMAST" to masterName
    else
        move "HISTMAST" to masterName
    end-if.
    if totBeforeCount(masterIndex) - totArchCount(masterIndex)
            = totAfterCount(masterIndex)
        and totBeforeValue(masterIndex) - totArchValue(masterIndex)
            = totAfterValue(masterIndex)
        and totArchWritten(masterIndex) = totArchCount(masterIndex)
        move "IN BALANCE" to balanceVerdict
    else
        move "OUT OF BALANCE" to balanceVerdict
        add 1 to mastersOutOfBalance
    end-if.
    move spaces to archRptLine.
    string masterName " TOTALS - " balanceVerdict
        into archRptLine.
    write archRptLine.
    move totBeforeCount(masterIndex) to formattedBigCount.
    move totBeforeValue(masterIndex) to formattedValue.
    move spaces to archRptLine.
    string "  RECORDS BEFORE..........: " formattedBigCount
        "  VALUE: " formattedValue
        into archRptLine.
    write archRptLine.
    move totArchCount(masterIndex) to formattedBigCount.
    move totArchValue(masterIndex) to formattedValue.
    move spaces to archRptLine.
    string "  RECORDS ARCHIVED........: " formattedBigCount
        "  VALUE: " formattedValue
        into archRptLine.
    write archRptLine.
    move totAfterCount(masterIndex) to formattedBigCount.
    move totAfterValue(masterIndex) to formattedValue.
    move spaces to archRptLine.
    string "  RECORDS AFTER...........: " formattedBigCount
        "  VALUE: " formattedValue
        into archRptLine.
    write archRptLine.
    move totArchWritten(masterIndex) to formattedBigCount.
    move spaces to archRptLine.
    string "  WRITTEN TO THE ARCHIVE..: " formattedBigCount
        into archRptLine.
    write archRptLine.
    move totInRetention(masterIndex) to formattedBigCount.
    move spaces to archRptLine.
    string "  KEPT - INSIDE RETENTION.: " formattedBigCount
        into archRptLine.
    write archRptLine.
    move totNoRetention(masterIndex) to formattedBigCount.
    move spaces to archRptLine.
    string "  KEPT - NO RETENTION.....: " formattedBigCount
        into archRptLine.
    write archRptLine.
    move totOpenMonth(masterIndex) to formattedBigCount.
    move spaces to archRptLine.
    string "  KEPT - MONTH NOT CLOSED.: " formattedBigCount
        into archRptLine.
    write archRptLine.
    move totEstimate(masterIndex) to formattedBigCount.
    move spaces to archRptLine.
    string "  KEPT - ESTIMATE STANDING: " formattedBigCount
        into archRptLine.
    write archRptLine.
    move totOtherYear(masterIndex) to formattedBigCount.
    move spaces to archRptLine.
    string "  DUE - ANOTHER YEAR......: " formattedBigCount
        into archRptLine.
    write archRptLine.
    move spaces to archRptLine.
    write archRptLine.
