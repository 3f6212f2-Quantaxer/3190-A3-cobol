*> (invalid records present) holds the night for review, the same way
*> an invalid parameter set does.
*>
*> Before the rebuild the list is compared with the prior master, and
*> every add, retirement, reactivation, removal from the list, and
*> facility, source-system, expected-range or drift-threshold change
*> is appended to the permanent source change history (SRCHIST,
*> sqrtschg.cpy) with its old and new value, the business date it
*> takes effect (RUNCTL's expected date) and the operator id on the
*> edited record. CHGLIST prints the night's changes. More changes
*> than the limit on SRCCPRM (columns 1-5, default 25) - a mass
*> retirement from a bad edit - leaves the prior master in place,
*> writes no history and holds the night (RC 8) until the count is
*> confirmed by putting it in SRCCPRM columns 7-11 and rerunning.
*>
*> Modification history:
*> 10/15/2026 - SRCHIST is now opened output whenever open extend
*>              fails, not only when the file is missing, the way
*>              the other cumulative files are.
*> 10/15/2026 - Compare the source list with the prior master before
*>              the rebuild and keep a permanent change history
*>              (SRCHIST) with a nightly change listing; hold the
*>              night when the change count passes the SRCCPRM limit
*>              unconfirmed. The source list gained a trailing
*>              operator id (srcInChangedBy) - spaces on a record
*>              that does not carry one.

*> --------------------------------------------------------------------------------------------
identification division.

        select srcMastFile assign to "SRCMAST"
            organization is indexed
            access mode is dynamic
            record key is srcSourceId
            file status is srcMastFileStatus.

        select srcListFile assign to "SRCLIST"
            organization is line sequential
            file status is srcListFileStatus.

        select chgParmFile assign to "SRCCPRM"
            organization is line sequential
            file status is chgParmFileStatus.

        select runCtlFile assign to "RUNCTL"
            organization is line sequential
            file status is runCtlFileStatus.

        select srcHistFile assign to "SRCHIST"
            organization is line sequential
            file status is srcHistFileStatus.

        select chgListFile assign to "CHGLIST"
            organization is line sequential
            file status is chgListFileStatus.
*> --------------------------------------------------------------------------------------------
data division.
    file section.
        05 srcInExpectedHigh pic s9(11)v9(6)
            sign is leading separate character.
        05 srcInDriftPct     pic 9(3)v9(2).
        *> Who made the edit - carried into the change history.
        05 srcInChangedBy    pic x(8).

    fd srcMastFile.
    *> Shared with sqrtbatch's source validation and sqrtdrift's
    fd srcListFile.
    01 srcListLine pic x(120).

    fd chgParmFile.
    01 chgParmRecord.
        05 chgParmLimit     pic 9(5).
        05 filler           pic x(1).
        05 chgParmConfirmed pic x(5).

    fd runCtlFile.
    01 runCtlRecord.
        05 runCtlDate pic 9(8).

    fd srcHistFile.
    *> The permanent source change history - see sqrtschg.cpy.
    01 srcChangeRecord.
        copy sqrtschg.

    fd chgListFile.
    01 chgListLine pic x(140).

    working-storage section.
        77 srcInFileStatus   pic x(2).
        77 srcMastFileStatus pic x(2).
        77 srcListFileStatus pic x(2).
        77 chgParmFileStatus pic x(2).
        77 runCtlFileStatus  pic x(2).
        77 srcHistFileStatus pic x(2).
        77 chgListFileStatus pic x(2).
        77 endOfSrcInFile    pic 9 value 0.
        77 endOfSrcMast      pic 9 value 0.
        77 parmAbendCode     pic 9(2) value 12.
        77 fileOpenAbendCode pic 9(2) value 16.
        77 tableAbendCode    pic 9(2) value 12.

                10 tblExpectedHigh pic s9(11)v9(6).
                10 tblDriftPct     pic 9(3)v9(2).
                10 tblValidFlag    pic x(1).
                10 tblChangedBy    pic x(8).
        77 srcIndex  pic 9(3).
        77 scanIndex pic 9(3).
        77 duplicateFound pic 9.
        77 invalidReason  pic x(30).
        77 formattedCount pic zzzzzz9.
        77 formattedPct   pic -(5)9.99.

        *> The prior master, read before the rebuild replaces it.
        77 priorMasterFound pic 9 value 0.
        77 priorCount       pic 9(3) value 0.
        01 priorTable.
            05 priorEntry occurs 500 times.
                10 prSourceId     pic x(8).
                10 prSourceSystem pic x(8).
                10 prFacility     pic x(8).
                10 prStatus       pic x(1).
                10 prExpectedLow  pic s9(11)v9(6).
                10 prExpectedHigh pic s9(11)v9(6).
                10 prDriftPct     pic 9(3)v9(2).
        77 priorIndex pic 9(3).
        77 matchIndex pic 9(3).

        *> Tonight's changes, held until the count has been checked
        *> against the limit - none is written unless all are.
        77 changeTableLimit pic 9(4) value 3000.
        77 changeCount      pic 9(4) value 0.
        01 changeTable.
            05 changeEntry occurs 3000 times.
                10 ctSourceId      pic x(8).
                10 ctType          pic x(10).
                10 ctOldValue      pic x(40).
                10 ctNewValue      pic x(40).
                10 ctPriorFacility pic x(8).
                10 ctFacility      pic x(8).
                10 ctChangedBy     pic x(8).
        77 changeIndex pic 9(4).

        *> The change limit and its confirmation, from SRCCPRM.
        77 changeLimit     pic 9(5) value 25.
        77 confirmedCount  pic 9(5) value 0.
        77 changesHeld     pic 9 value 0.
        77 confirmText     pic 9(5).

        77 effectiveDate   pic 9(8) value 0.
        77 runDate         pic 9(8).
        77 runTime         pic 9(8).

        *> Building one change.
        77 newType         pic x(10).
        77 newOldValue     pic x(40).
        77 newNewValue     pic x(40).
        77 formattedLow    pic -(11)9.9(6).
        77 formattedHigh   pic -(11)9.9(6).
        77 formattedDrift  pic zz9.99.

        *> Change counts by type for the listing.
        77 addsFound         pic 9(5) value 0.
        77 retiresFound      pic 9(5) value 0.
        77 reactivatesFound  pic 9(5) value 0.
        77 dropsFound        pic 9(5) value 0.
        77 facilitiesFound   pic 9(5) value 0.
        77 systemsFound      pic 9(5) value 0.
        77 rangesFound       pic 9(5) value 0.
        77 thresholdsFound   pic 9(5) value 0.
*> --------------------------------------------------------------------------------------------
procedure division.
    *> Main program loop here
    perform validateOneSource varying srcIndex from 1 by 1
        until srcIndex > srcCount.

    perform readChangeParms.
    perform loadPriorMaster.
    perform findSourceChanges varying srcIndex from 1 by 1
        until srcIndex > srcCount.
    perform findDroppedSources varying priorIndex from 1 by 1
        until priorIndex > priorCount.
    if priorMasterFound = 1 and changeCount > changeLimit
        and changeCount not = confirmedCount
        move 1 to changesHeld
    end-if.
    perform writeChangeListing.

    if changesHeld = 0
        perform rebuildMaster
        perform writeChangeHistory
    end-if.

    move spaces to srcListLine.
    write srcListLine.
    *> record failed validation - an unvalidated master is exactly
    *> the six-weeks-of-a-dead-meter this step exists to prevent.
    move 0 to return-code.
    if sourcesInvalid > 0 or changesHeld = 1
        move 8 to return-code
    end-if.
    stop run.
    move srcInExpectedHigh to tblExpectedHigh(srcCount).
    move srcInDriftPct to tblDriftPct(srcCount).
    move "Y" to tblValidFlag(srcCount).
    move srcInChangedBy to tblChangedBy(srcCount).

*> Range-checks one source record and prints its listing line with
*> the reason when it fails.
        move tblDriftPct(srcIndex) to srcDriftPct
        write srcMastRecord
    end-if.

*> ------------------------- change detection -------------------------
*> The change limit and tonight's confirmation from SRCCPRM, and the
*> business date tonight's changes take effect - RUNCTL's expected
*> date, the date of the file the rebuilt master will first edit.
readChangeParms.
    accept runDate from date yyyymmdd.
    accept runTime from time.
    open input chgParmFile.
    if chgParmFileStatus = "00"
        read chgParmFile
            at end
                continue
            not at end
                if chgParmLimit is not numeric
                    display "SRCMAINT ABEND - SRCCPRM CHANGE LIMIT IS NOT NUMERIC"
                    move parmAbendCode to return-code
                    stop run
                end-if
                move chgParmLimit to changeLimit
                if chgParmConfirmed is numeric
                    move chgParmConfirmed to confirmedCount
                end-if
        end-read
        close chgParmFile
    end-if.
    move runDate to effectiveDate.
    open input runCtlFile.
    if runCtlFileStatus = "00"
        read runCtlFile
            at end
                continue
            not at end
                if runCtlDate is numeric and runCtlDate > 0
                    move runCtlDate to effectiveDate
                end-if
        end-read
        close runCtlFile
    end-if.

*> Reads the prior master into a table before the rebuild replaces
*> it. No master yet is the first build - everything on the list is
*> an add, and the change limit does not apply.
loadPriorMaster.
    open input srcMastFile.
    if srcMastFileStatus = "35"
        move 1 to endOfSrcMast
    else
        if srcMastFileStatus <> "00"
            display "SRCMAINT ABEND - SRCMAST FAILED TO OPEN, STATUS " srcMastFileStatus
            move fileOpenAbendCode to return-code
            stop run
        end-if
        move 1 to priorMasterFound
        perform readPriorMaster until endOfSrcMast = 1
        close srcMastFile
    end-if.

readPriorMaster.
    read srcMastFile next
        at end
            move 1 to endOfSrcMast
        not at end
            perform keepPriorSource
    end-read.

keepPriorSource.
    if priorCount >= srcTableLimit
        display "SRCMAINT ABEND - MORE THAN " srcTableLimit
            " SOURCES ON THE PRIOR SRCMAST"
        move tableAbendCode to return-code
        stop run
    end-if.
    add 1 to priorCount.
    move srcSourceId to prSourceId(priorCount).
    move srcSourceSystem to prSourceSystem(priorCount).
    move srcFacility to prFacility(priorCount).
    move srcStatus to prStatus(priorCount).
    move srcExpectedLow to prExpectedLow(priorCount).
    move srcExpectedHigh to prExpectedHigh(priorCount).
    move srcDriftPct to prDriftPct(priorCount).

*> Compares one valid list record with its prior master record. An
*> invalid record is not loaded tonight and is not compared - the
*> night is held over it anyway.
findSourceChanges.
    if tblValidFlag(srcIndex) = "Y"
        move 0 to matchIndex
        perform matchOnePriorSource varying priorIndex from 1 by 1
            until priorIndex > priorCount or matchIndex > 0
        if matchIndex = 0
            perform recordAddedSource
        else
            perform compareOneSource
        end-if
    end-if.

matchOnePriorSource.
    if prSourceId(priorIndex) = tblSourceId(srcIndex)
        move priorIndex to matchIndex
    end-if.

recordAddedSource.
    add 1 to addsFound.
    move "ADD" to newType.
    move spaces to newOldValue.
    move spaces to newNewValue.
    string tblFacility(srcIndex) " " tblSourceSystem(srcIndex)
        " " tblStatus(srcIndex)
        into newNewValue.
    perform addOneChange.
    move spaces to ctPriorFacility(changeCount).

compareOneSource.
    if prStatus(matchIndex) = "A" and tblStatus(srcIndex) = "R"
        add 1 to retiresFound
        move "RETIRE" to newType
        move prStatus(matchIndex) to newOldValue
        move tblStatus(srcIndex) to newNewValue
        perform addOneChange
    end-if.
    if prStatus(matchIndex) = "R" and tblStatus(srcIndex) = "A"
        add 1 to reactivatesFound
        move "REACTIVATE" to newType
        move prStatus(matchIndex) to newOldValue
        move tblStatus(srcIndex) to newNewValue
        perform addOneChange
    end-if.
    if prFacility(matchIndex) not = tblFacility(srcIndex)
        add 1 to facilitiesFound
        move "FACILITY" to newType
        move prFacility(matchIndex) to newOldValue
        move tblFacility(srcIndex) to newNewValue
        perform addOneChange
    end-if.
    if prSourceSystem(matchIndex) not = tblSourceSystem(srcIndex)
        add 1 to systemsFound
        move "SYSTEM" to newType
        move prSourceSystem(matchIndex) to newOldValue
        move tblSourceSystem(srcIndex) to newNewValue
        perform addOneChange
    end-if.
    if prExpectedLow(matchIndex) not = tblExpectedLow(srcIndex)
        or prExpectedHigh(matchIndex) not = tblExpectedHigh(srcIndex)
        add 1 to rangesFound
        move "RANGE" to newType
        move prExpectedLow(matchIndex) to formattedLow
        move prExpectedHigh(matchIndex) to formattedHigh
        move spaces to newOldValue
        string formattedLow "/" formattedHigh into newOldValue
        move tblExpectedLow(srcIndex) to formattedLow
        move tblExpectedHigh(srcIndex) to formattedHigh
        move spaces to newNewValue
        string formattedLow "/" formattedHigh into newNewValue
        perform addOneChange
    end-if.
    if prDriftPct(matchIndex) not = tblDriftPct(srcIndex)
        add 1 to thresholdsFound
        move "THRESHOLD" to newType
        move prDriftPct(matchIndex) to formattedDrift
        move formattedDrift to newOldValue
        move tblDriftPct(srcIndex) to formattedDrift
        move formattedDrift to newNewValue
        perform addOneChange
    end-if.

*> Holds one change for the list record at srcIndex - its facility
*> before (the prior master's) and after.
addOneChange.
    if changeCount >= changeTableLimit
        display "SRCMAINT ABEND - MORE THAN " changeTableLimit
            " SOURCE CHANGES IN ONE RUN"
        move tableAbendCode to return-code
        stop run
    end-if.
    add 1 to changeCount.
    move tblSourceId(srcIndex) to ctSourceId(changeCount).
    move newType to ctType(changeCount).
    move newOldValue to ctOldValue(changeCount).
    move newNewValue to ctNewValue(changeCount).
    if matchIndex > 0
        move prFacility(matchIndex) to ctPriorFacility(changeCount)
    end-if.
    move tblFacility(srcIndex) to ctFacility(changeCount).
    move tblChangedBy(srcIndex) to ctChangedBy(changeCount).

*> A prior master source with no record on the list at all, valid or
*> not, was taken off it.
findDroppedSources.
    move 0 to matchIndex.
    perform matchOneListSource varying srcIndex from 1 by 1
        until srcIndex > srcCount or matchIndex > 0.
    if matchIndex = 0
        perform recordDroppedSource
    end-if.

matchOneListSource.
    if tblSourceId(srcIndex) = prSourceId(priorIndex)
        move srcIndex to matchIndex
    end-if.

recordDroppedSource.
    if changeCount >= changeTableLimit
        display "SRCMAINT ABEND - MORE THAN " changeTableLimit
            " SOURCE CHANGES IN ONE RUN"
        move tableAbendCode to return-code
        stop run
    end-if.
    add 1 to dropsFound.
    add 1 to changeCount.
    move prSourceId(priorIndex) to ctSourceId(changeCount).
    move "DROP" to ctType(changeCount).
    move spaces to ctOldValue(changeCount).
    string prFacility(priorIndex) " " prSourceSystem(priorIndex)
        " " prStatus(priorIndex)
        into ctOldValue(changeCount).
    move spaces to ctNewValue(changeCount).
    move prFacility(priorIndex) to ctPriorFacility(changeCount).
    move prFacility(priorIndex) to ctFacility(changeCount).
    move spaces to ctChangedBy(changeCount).

*> ------------------------- change history -------------------------
*> Appends tonight's changes to the permanent history - only once the
*> master they describe has been rebuilt.
writeChangeHistory.
    open extend srcHistFile.
    if srcHistFileStatus <> "00"
        open output srcHistFile
    end-if.
    if srcHistFileStatus <> "00"
        display "SRCMAINT ABEND - SRCHIST FAILED TO OPEN, STATUS " srcHistFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    perform writeOneHistoryRecord varying changeIndex from 1 by 1
        until changeIndex > changeCount.
    close srcHistFile.

writeOneHistoryRecord.
    move effectiveDate to chgEffectiveDate.
    move runDate to chgRunDate.
    move runTime to chgRunTime.
    move ctSourceId(changeIndex) to chgSourceId.
    move ctType(changeIndex) to chgType.
    move ctOldValue(changeIndex) to chgOldValue.
    move ctNewValue(changeIndex) to chgNewValue.
    move ctPriorFacility(changeIndex) to chgPriorFacility.
    move ctFacility(changeIndex) to chgFacility.
    move ctChangedBy(changeIndex) to chgChangedBy.
    write srcChangeRecord.

*> The night's change listing - every change, the counts by type, and
*> whether they were applied or held for confirmation.
writeChangeListing.
    open output chgListFile.
    if chgListFileStatus <> "00"
        display "SRCMAINT ABEND - CHGLIST FAILED TO OPEN, STATUS " chgListFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    move "SOURCE MASTER CHANGE LISTING" to chgListLine.
    write chgListLine.
    move spaces to chgListLine.
    string "EFFECTIVE BUSINESS DATE...: " effectiveDate
        into chgListLine.
    write chgListLine.
    move spaces to chgListLine.
    write chgListLine.
    perform listOneChange varying changeIndex from 1 by 1
        until changeIndex > changeCount.
    if changeCount = 0
        move "NO SOURCE CHANGES TONIGHT" to chgListLine
        write chgListLine
    end-if.
    move spaces to chgListLine.
    write chgListLine.

    move addsFound to formattedCount.
    move spaces to chgListLine.
    string "SOURCES ADDED.............: " formattedCount
        into chgListLine.
    write chgListLine.
    move retiresFound to formattedCount.
    move spaces to chgListLine.
    string "SOURCES RETIRED...........: " formattedCount
        into chgListLine.
    write chgListLine.
    move reactivatesFound to formattedCount.
    move spaces to chgListLine.
    string "SOURCES REACTIVATED.......: " formattedCount
        into chgListLine.
    write chgListLine.
    move dropsFound to formattedCount.
    move spaces to chgListLine.
    string "SOURCES DROPPED FROM LIST.: " formattedCount
        into chgListLine.
    write chgListLine.
    move facilitiesFound to formattedCount.
    move spaces to chgListLine.
    string "FACILITY CHANGES..........: " formattedCount
        into chgListLine.
    write chgListLine.
    move systemsFound to formattedCount.
    move spaces to chgListLine.
    string "SOURCE SYSTEM CHANGES.....: " formattedCount
        into chgListLine.
    write chgListLine.
    move rangesFound to formattedCount.
    move spaces to chgListLine.
    string "EXPECTED RANGE CHANGES....: " formattedCount
        into chgListLine.
    write chgListLine.
    move thresholdsFound to formattedCount.
    move spaces to chgListLine.
    string "DRIFT THRESHOLD CHANGES...: " formattedCount
        into chgListLine.
    write chgListLine.
    move changeCount to formattedCount.
    move spaces to chgListLine.
    string "CHANGES IN ALL............: " formattedCount
        into chgListLine.
    write chgListLine.
    move changeLimit to formattedCount.
    move spaces to chgListLine.
    string "CHANGE LIMIT..............: " formattedCount
        into chgListLine.
    write chgListLine.
    move spaces to chgListLine.
    if changesHeld = 1
        move changeCount to confirmText
        string "CHANGES HELD - THE MASTER WAS NOT REBUILT. CONFIRM BY "
            "PUTTING " confirmText " IN SRCCPRM COLUMNS 7-11 AND RERUNNING"
            into chgListLine
        display "SRCMAINT - " changeCount " SOURCE CHANGES ARE OVER THE "
            "LIMIT OF " changeLimit " - NIGHT HELD FOR CONFIRMATION"
    else
        move "CHANGES APPLIED AND RECORDED ON THE SOURCE CHANGE HISTORY"
            to chgListLine
    end-if.
    write chgListLine.
    close chgListFile.

listOneChange.
    move spaces to chgListLine.
    string ctType(changeIndex)
        " SOURCE: " ctSourceId(changeIndex)
        " OLD: " ctOldValue(changeIndex)
        " NEW: " ctNewValue(changeIndex)
        " BY: " ctChangedBy(changeIndex)
        into chgListLine.
    write chgListLine.
