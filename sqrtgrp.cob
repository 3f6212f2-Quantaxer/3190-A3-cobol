*> File: sqrtgrp.cob
*> Name: Peter Hudel
*> Student Number: 1012673
*> Date: 10/15/2026
*> Description: Group file generator for the month-end allocation
*> (pctbatch.cob) and the weekly variance review (sqrtvar.cob). Both
*> read a group-coded GRPFILE that used to be assembled by hand from
*> spreadsheets; this builds it from the masters instead. It loads the
*> active sources from the source master, sweeps the history master
*> for each one's readings dated inside the range on GRPPRM, and
*> writes one GRPFILE record per active source that had any - the
*> facility from the source master as the group code, the source's
*> reading total as the reading - sorted by facility, so pctbatch's
*> control break and sqrtvar's grouping need nothing else.
*>
*> GRPPRM, one record:
*>   column 1     - period: M the calendar month before the run date,
*>                  W the seven days before the run date, R the range
*>                  in columns 3-18.
*>   column 2     - estimates: Y (or space) totals the generated
*>                  dark-meter estimates in with the actuals, N leaves
*>                  them out.
*>   columns 3-10 - first reading date of an R range (yyyymmdd).
*>   columns 11-18 - last reading date of an R range (yyyymmdd).
*>
*> GRPFILE keys have no meaning of their own to pctbatch or sqrtvar -
*> each source is numbered in the order written, and the cover report
*> GRPRPT lists every number against its source identifier, with
*> each facility's source count and the share of its total that came
*> from estimates (or the estimate total left out, when excluded).
*> A source whose total will not fit the group file's reading field
*> is left out and reported, and a facility whose total is past
*> pctoftotal's capacity is flagged - pctbatch would abend on it -
*> both ending RC 8. RC 4 when the range produced no records at all.
*>
*> Each reading is grouped under the facility its source belonged to
*> on the reading date (srcasof.cob, from the source change history),
*> not the facility on the source master today - a source moved part
*> way through the range is written once under each facility, with
*> the readings from its time there.
*>
*> Modification history:
*> 10/15/2026 - Group each reading under its source's facility as of
*>              the reading date from the source change history, so a
*>              source moved inside the range is split between its
*>              old and new facility.

*> --------------------------------------------------------------------------------------------
identification division.
    program-id. sqrtgrp.
*> --------------------------------------------------------------------------------------------
environment division.
    input-output section.
    file-control.
        select grpParmFile assign to "GRPPRM"
            organization is line sequential
            file status is grpParmFileStatus.

        select srcMastFile assign to "SRCMAST"
            organization is indexed
            access mode is sequential
            record key is srcSourceId
            file status is srcMastFileStatus.

        select histFile assign to "HISTMAST"
            organization is indexed
            access mode is sequential
            record key is histKey
            file status is histFileStatus.

        select sortWork assign to "SORTWK".

        select groupFile assign to "GRPFILE"
            organization is line sequential
            file status is groupFileStatus.

        select grpRptFile assign to "GRPRPT"
            organization is line sequential
            file status is grpRptFileStatus.
*> --------------------------------------------------------------------------------------------
data division.
    file section.
    fd grpParmFile.
    01 grpParmRecord.
        05 grpParmPeriod    pic x(1).
        05 grpParmEstimates pic x(1).
        05 grpParmFromDate  pic 9(8).
        05 grpParmToDate    pic 9(8).

    fd srcMastFile.
    *> The source/meter reference master - see sqrtsrc.cpy.
    01 srcRecord.
        copy sqrtsrc.

    fd histFile.
    *> The layout the history fold writes - see sqrthmst.cpy.
    01 histRecord.
        copy sqrthmst.

    *> One record per active source, for the facility break.
    sd sortWork.
    01 sortRecord.
        05 sortFacility    pic x(8).
        05 sortSourceId    pic x(8).
        05 sortReadings    pic 9(7).
        05 sortTotal       pic s9(18)v9(9).
        05 sortEstimates   pic 9(7).
        05 sortEstTotal    pic s9(18)v9(9).

    *> The layout pctbatch and sqrtvar read.
    fd groupFile.
    01 grpRecord.
        05 grpGroupCode pic x(8).
        05 grpRecordKey pic 9(8).
        05 grpReading   pic s9(11)v9(6)
            sign is leading separate character.

    fd grpRptFile.
    01 grpRptLine pic x(132).

    working-storage section.
        77 grpParmFileStatus pic x(2).
        77 srcMastFileStatus pic x(2).
        77 histFileStatus    pic x(2).
        77 groupFileStatus   pic x(2).
        77 grpRptFileStatus  pic x(2).
        77 endOfSrcMast      pic 9 value 0.
        77 endOfHistFile     pic 9 value 0.
        77 endOfSort         pic 9 value 0.
        77 fileOpenAbendCode pic 9(2) value 16.
        77 parmAbendCode     pic 9(2) value 12.
        77 tableAbendCode    pic 9(2) value 12.

        *> The reading-date range and the estimate switch.
        77 runDate        pic 9(8).
        77 fromDate       pic 9(8) value 0.
        77 toDate         pic 9(8) value 0.
        77 includeEstimates pic 9 value 1.
        77 dayNumber      pic 9(7).
        77 dateYear       pic 9(4).
        77 dateMonth      pic 9(2).

        *> The active sources from the master with their range totals.
        77 srcTableLimit pic 9(3) value 500.
        77 activeCount   pic 9(3) value 0.
        01 activeTable.
            05 activeEntry occurs 500 times.
                10 actSourceId  pic x(8).
                10 actFacility  pic x(8).
                10 actReadings  pic 9(7).
                10 actTotal     pic s9(18)v9(9).
                10 actEstimates pic 9(7).
                10 actEstTotal  pic s9(18)v9(9).
                10 actMoved     pic 9.
        77 actIndex   pic 9(3).
        77 matchIndex pic 9(3) value 0.
        *> The entry a reading is totalled into - the source's own
        *> entry, or the one for the facility it was in at the time.
        77 postIndex  pic 9(3).

        *> srcasof's calling interface.
        copy sqrtasof.

        *> The largest reading the group file can carry - and the
        *> largest total pctoftotal can take a percentage against.
        77 readingCeiling pic s9(18)v9(9) value 99999999999.999999.

        *> The facility break.
        77 currentFacility   pic x(8) value spaces.
        77 haveFacility      pic 9 value 0.
        77 facSources        pic 9(5).
        77 facNoReadings     pic 9(5).
        77 facReadings       pic 9(9).
        77 facTotal          pic s9(18)v9(9).
        77 facEstimates      pic 9(9).
        77 facEstTotal       pic s9(18)v9(9).
        77 nextRecordKey     pic 9(8) value 0.

        *> pctoftotal's calling interface.
        77 partValue  pic s9(11)v9(6).
        77 totalValue pic s9(11)v9(6).
        77 result     pic s9(11)v9(6).

        *> Control totals.
        77 historyRead        pic 9(9) value 0.
        77 historyInRange     pic 9(9) value 0.
        77 historyNotActive   pic 9(9) value 0.
        77 estimatesLeftOut   pic 9(9) value 0.
        77 facilitiesWritten  pic 9(7) value 0.
        77 recordsWritten     pic 9(7) value 0.
        77 sourcesNoReadings  pic 9(7) value 0.
        77 sourcesTooLarge    pic 9(7) value 0.
        77 facilitiesTooLarge pic 9(7) value 0.
        77 formattedCount     pic zzzzzz9.
        77 formattedBigCount  pic zzzzzzzz9.
        77 formattedTotal     pic -(18)9.9(6).
        77 formattedPct       pic -(3)9.99.
*> --------------------------------------------------------------------------------------------
procedure division.
    *> Main program loop here
    perform initializeFiles.
    perform loadActiveSources until endOfSrcMast = 1.
    close srcMastFile.
    perform sweepHistory until endOfHistFile = 1.
    close histFile.
    sort sortWork
        on ascending key sortFacility sortSourceId
        input procedure is releaseSources
        output procedure is writeGroupFile.
    perform finalizeRun.
    stop run.

initializeFiles.
    perform readGroupParms.
    open input srcMastFile.
    if srcMastFileStatus <> "00"
        display "SQRTGRP ABEND - SRCMAST FAILED TO OPEN, STATUS " srcMastFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open input histFile.
    if histFileStatus <> "00"
        display "SQRTGRP ABEND - HISTMAST FAILED TO OPEN, STATUS " histFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open output groupFile.
    if groupFileStatus <> "00"
        display "SQRTGRP ABEND - GRPFILE FAILED TO OPEN, STATUS " groupFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open output grpRptFile.
    if grpRptFileStatus <> "00"
        display "SQRTGRP ABEND - GRPRPT FAILED TO OPEN, STATUS " grpRptFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    move "GROUP FILE GENERATION - FACILITY TOTALS FROM THE HISTORY MASTER"
        to grpRptLine.
    write grpRptLine.
    move spaces to grpRptLine.
    string "READING DATES.............: " fromDate " THROUGH " toDate
        into grpRptLine.
    write grpRptLine.
    move spaces to grpRptLine.
    if includeEstimates = 1
        move "ESTIMATES.................: INCLUDED" to grpRptLine
    else
        move "ESTIMATES.................: EXCLUDED" to grpRptLine
    end-if.
    write grpRptLine.

*> Works out the reading-date range from GRPPRM. A scheduled month-end
*> or weekly run names only its period, so nobody edits dates.
readGroupParms.
    open input grpParmFile.
    if grpParmFileStatus <> "00"
        display "SQRTGRP ABEND - GRPPRM FAILED TO OPEN, STATUS " grpParmFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    read grpParmFile
        at end
            display "SQRTGRP ABEND - GRPPRM HOLDS NO PARAMETER RECORD"
            move parmAbendCode to return-code
            stop run
    end-read.
    close grpParmFile.
    evaluate grpParmEstimates
        when "Y"
            move 1 to includeEstimates
        when space
            move 1 to includeEstimates
        when "N"
            move 0 to includeEstimates
        when other
            display "SQRTGRP ABEND - GRPPRM ESTIMATE SWITCH "
                grpParmEstimates " IS NOT Y OR N"
            move parmAbendCode to return-code
            stop run
    end-evaluate.
    accept runDate from date yyyymmdd.
    evaluate grpParmPeriod
        when "M"
            perform setPriorMonth
        when "W"
            perform setPriorWeek
        when "R"
            perform setGivenRange
        when other
            display "SQRTGRP ABEND - GRPPRM PERIOD " grpParmPeriod
                " IS NOT M, W OR R"
            move parmAbendCode to return-code
            stop run
    end-evaluate.

*> The calendar month before the run date - from its first day to the
*> day before the first of the run date's month.
setPriorMonth.
    divide runDate by 10000 giving dateYear.
    compute dateMonth = (runDate - dateYear * 10000) / 100.
    compute toDate = dateYear * 10000 + dateMonth * 100 + 1.
    compute dayNumber = function integer-of-date(toDate) - 1.
    compute toDate = function date-of-integer(dayNumber).
    divide toDate by 100 giving fromDate.
    compute fromDate = fromDate * 100 + 1.

*> The seven days ending the day before the run date.
setPriorWeek.
    compute dayNumber = function integer-of-date(runDate) - 1.
    compute toDate = function date-of-integer(dayNumber).
    subtract 6 from dayNumber.
    compute fromDate = function date-of-integer(dayNumber).

setGivenRange.
    if grpParmFromDate is not numeric or grpParmToDate is not numeric
        or grpParmFromDate = 0 or grpParmToDate < grpParmFromDate
        display "SQRTGRP ABEND - GRPPRM RANGE IS NOT A USABLE FROM/TO PAIR"
        move parmAbendCode to return-code
        stop run
    end-if.
    move grpParmFromDate to fromDate.
    move grpParmToDate to toDate.

loadActiveSources.
    read srcMastFile
        at end
            move 1 to endOfSrcMast
        not at end
            perform loadOneActiveSource
    end-read.

loadOneActiveSource.
    if srcStatus = "A"
        if activeCount >= srcTableLimit
            display "SQRTGRP ABEND - MORE THAN " srcTableLimit
                " ACTIVE SOURCES ON SRCMAST"
            move tableAbendCode to return-code
            stop run
        end-if
        add 1 to activeCount
        move srcSourceId to actSourceId(activeCount)
        move srcFacility to actFacility(activeCount)
        move 0 to actReadings(activeCount)
        move 0 to actTotal(activeCount)
        move 0 to actEstimates(activeCount)
        move 0 to actEstTotal(activeCount)
        move 0 to actMoved(activeCount)
    end-if.

*> Reads the history master in key order and totals every reading
*> inside the range against its active source. The history is in
*> source order, so the last match is tried before the table search.
sweepHistory.
    read histFile
        at end
            move 1 to endOfHistFile
        not at end
            add 1 to historyRead
            if histReadingDate >= fromDate and histReadingDate <= toDate
                perform sweepOneHistoryRecord
            end-if
    end-read.

sweepOneHistoryRecord.
    add 1 to historyInRange.
    if matchIndex = 0 or actSourceId(matchIndex) not = histSourceId
        move 0 to matchIndex
        perform matchOneActiveSource varying actIndex from 1 by 1
            until actIndex > activeCount or matchIndex > 0
    end-if.
    if matchIndex = 0
        add 1 to historyNotActive
    else
        perform findReadingFacility
        if histEstimateFlag = "Y"
            add 1 to actEstimates(postIndex)
            add histUserInput to actEstTotal(postIndex)
            if includeEstimates = 1
                add 1 to actReadings(postIndex)
                add histUserInput to actTotal(postIndex)
            else
                add 1 to estimatesLeftOut
            end-if
        else
            add 1 to actReadings(postIndex)
            add histUserInput to actTotal(postIndex)
        end-if
    end-if.

matchOneActiveSource.
    if actSourceId(actIndex) = histSourceId
        move actIndex to matchIndex
    end-if.

*> The facility the source was in on the reading date. Its own entry
*> when that is still today's facility; otherwise an entry for the
*> source under the earlier facility, added the first time it is
*> needed after the sources loaded from the master.
findReadingFacility.
    move histSourceId to asOfSourceId.
    move histReadingDate to asOfDate.
    move actFacility(matchIndex) to asOfFacility.
    call "srcasof" using asOfSourceId, asOfDate, asOfFacility.
    move matchIndex to postIndex.
    if asOfFacility not = actFacility(matchIndex)
        move 0 to postIndex
        perform matchOneMovedSource varying actIndex from 1 by 1
            until actIndex > activeCount or postIndex > 0
        if postIndex = 0
            perform addMovedSource
        end-if
    end-if.

matchOneMovedSource.
    if actSourceId(actIndex) = histSourceId
        and actFacility(actIndex) = asOfFacility
        move actIndex to postIndex
    end-if.

addMovedSource.
    if activeCount >= srcTableLimit
        display "SQRTGRP ABEND - MORE THAN " srcTableLimit
            " SOURCE AND FACILITY ENTRIES"
        move tableAbendCode to return-code
        stop run
    end-if.
    add 1 to activeCount.
    move histSourceId to actSourceId(activeCount).
    move asOfFacility to actFacility(activeCount).
    move 0 to actReadings(activeCount).
    move 0 to actTotal(activeCount).
    move 0 to actEstimates(activeCount).
    move 0 to actEstTotal(activeCount).
    move 0 to actMoved(activeCount).
    move 1 to actMoved(matchIndex).
    move activeCount to postIndex.

releaseSources.
    perform releaseOneSource varying actIndex from 1 by 1
        until actIndex > activeCount.

*> A moved source whose readings all fell before the move is left
*> off its present facility rather than reported with none.
releaseOneSource.
    if actMoved(actIndex) = 0 or actReadings(actIndex) > 0
        or actEstimates(actIndex) > 0
        move actFacility(actIndex) to sortFacility
        move actSourceId(actIndex) to sortSourceId
        move actReadings(actIndex) to sortReadings
        move actTotal(actIndex) to sortTotal
        move actEstimates(actIndex) to sortEstimates
        move actEstTotal(actIndex) to sortEstTotal
        release sortRecord
    end-if.

*> ------------------------- writing the group file -------------------------
*> Writes each facility's sources to GRPFILE in facility order, with
*> a cover line per source and a total line per facility.
writeGroupFile.
    perform returnNextSource.
    perform writeOneSource until endOfSort = 1.
    if haveFacility = 1
        perform reportOneFacility
    end-if.

returnNextSource.
    return sortWork
        at end
            move 1 to endOfSort
    end-return.

writeOneSource.
    if haveFacility = 1 and sortFacility not = currentFacility
        perform reportOneFacility
    end-if.
    if haveFacility = 0 or sortFacility not = currentFacility
        perform startOneFacility
    end-if.
    evaluate true
        when sortReadings = 0
            add 1 to facNoReadings
            add 1 to sourcesNoReadings
            move spaces to grpRptLine
            string "    SOURCE: " sortSourceId
                " NO READINGS IN RANGE"
                into grpRptLine
            write grpRptLine
        when sortTotal > readingCeiling or sortTotal < - readingCeiling
            add 1 to sourcesTooLarge
            move sortTotal to formattedTotal
            move spaces to grpRptLine
            string "    SOURCE: " sortSourceId
                " TOTAL " formattedTotal
                " WILL NOT FIT GRPFILE - LEFT OUT"
                into grpRptLine
            write grpRptLine
        when other
            perform writeOneGroupRecord
    end-evaluate.
    perform returnNextSource.

startOneFacility.
    move sortFacility to currentFacility.
    move 1 to haveFacility.
    move 0 to facSources.
    move 0 to facNoReadings.
    move 0 to facReadings.
    move 0 to facTotal.
    move 0 to facEstimates.
    move 0 to facEstTotal.
    move spaces to grpRptLine.
    write grpRptLine.
    move spaces to grpRptLine.
    string "FACILITY: " currentFacility into grpRptLine.
    write grpRptLine.

writeOneGroupRecord.
    add 1 to nextRecordKey.
    move currentFacility to grpGroupCode.
    move nextRecordKey to grpRecordKey.
    compute grpReading rounded = sortTotal.
    write grpRecord.
    add 1 to recordsWritten.
    add 1 to facSources.
    add sortReadings to facReadings.
    add sortTotal to facTotal.
    if includeEstimates = 1
        add sortEstimates to facEstimates
    end-if.
    add sortEstTotal to facEstTotal.
    move sortReadings to formattedCount.
    move sortTotal to formattedTotal.
    move spaces to grpRptLine.
    string "    KEY: " grpRecordKey
        " SOURCE: " sortSourceId
        " READINGS: " formattedCount
        " TOTAL: " formattedTotal
        into grpRptLine.
    write grpRptLine.

*> The facility's source count, total and estimate share. Excluded
*> estimates are shown as the amount left out, not as a share.
reportOneFacility.
    add 1 to facilitiesWritten.
    move facSources to formattedCount.
    move facTotal to formattedTotal.
    move spaces to grpRptLine.
    string "  FACILITY " currentFacility
        " SOURCES: " formattedCount
        " TOTAL: " formattedTotal
        into grpRptLine.
    write grpRptLine.
    if facNoReadings > 0
        move facNoReadings to formattedCount
        move spaces to grpRptLine
        string "  FACILITY " currentFacility
            " ACTIVE SOURCES WITH NO READINGS: " formattedCount
            into grpRptLine
        write grpRptLine
    end-if.
    if facTotal > readingCeiling or facTotal < - readingCeiling
        add 1 to facilitiesTooLarge
        move spaces to grpRptLine
        string "  FACILITY " currentFacility
            " TOTAL IS PAST PCTOFTOTAL'S CAPACITY - PCTBATCH WILL "
            "ABEND ON THIS GROUP"
            into grpRptLine
        write grpRptLine
    else
        if includeEstimates = 1
            perform reportEstimateShare
        else
            move facEstTotal to formattedTotal
            move spaces to grpRptLine
            string "  FACILITY " currentFacility
                " ESTIMATES LEFT OUT: " formattedTotal
                into grpRptLine
            write grpRptLine
        end-if
    end-if.

reportEstimateShare.
    compute partValue rounded = facEstTotal.
    compute totalValue rounded = facTotal.
    call "pctoftotal" using partValue, totalValue, result.
    move facEstimates to formattedBigCount.
    move facEstTotal to formattedTotal.
    move result to formattedPct.
    move spaces to grpRptLine.
    string "  FACILITY " currentFacility
        " ESTIMATED READINGS: " formattedBigCount
        " ESTIMATED TOTAL: " formattedTotal
        " PCT OF TOTAL: " formattedPct
        into grpRptLine.
    write grpRptLine.

finalizeRun.
    close groupFile.
    move spaces to grpRptLine.
    write grpRptLine.

    move activeCount to formattedCount.
    move spaces to grpRptLine.
    string "ACTIVE SOURCES ON MASTER..: " formattedCount
        into grpRptLine.
    write grpRptLine.

    move historyRead to formattedBigCount.
    move spaces to grpRptLine.
    string "HISTORY RECORDS READ......: " formattedBigCount
        into grpRptLine.
    write grpRptLine.

    move historyInRange to formattedBigCount.
    move spaces to grpRptLine.
    string "READINGS IN RANGE.........: " formattedBigCount
        into grpRptLine.
    write grpRptLine.

    move historyNotActive to formattedBigCount.
    move spaces to grpRptLine.
    string "  NOT AN ACTIVE SOURCE....: " formattedBigCount
        into grpRptLine.
    write grpRptLine.

    move estimatesLeftOut to formattedBigCount.
    move spaces to grpRptLine.
    string "  ESTIMATES LEFT OUT......: " formattedBigCount
        into grpRptLine.
    write grpRptLine.

    move facilitiesWritten to formattedCount.
    move spaces to grpRptLine.
    string "FACILITIES................: " formattedCount
        into grpRptLine.
    write grpRptLine.

    move recordsWritten to formattedCount.
    move spaces to grpRptLine.
    string "GRPFILE RECORDS WRITTEN...: " formattedCount
        into grpRptLine.
    write grpRptLine.

    move sourcesNoReadings to formattedCount.
    move spaces to grpRptLine.
    string "SOURCES WITH NO READINGS..: " formattedCount
        into grpRptLine.
    write grpRptLine.

    move sourcesTooLarge to formattedCount.
    move spaces to grpRptLine.
    string "SOURCES LEFT OUT - TOO BIG: " formattedCount
        into grpRptLine.
    write grpRptLine.

    move facilitiesTooLarge to formattedCount.
    move spaces to grpRptLine.
    string "FACILITIES PAST CAPACITY..: " formattedCount
        into grpRptLine.
    write grpRptLine.

    close grpRptFile.
    move 0 to return-code.
    if recordsWritten = 0
        move 4 to return-code
    end-if.
    if sourcesTooLarge > 0 or facilitiesTooLarge > 0
        move 8 to return-code
    end-if.
