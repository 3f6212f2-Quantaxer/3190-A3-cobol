*>   rqstToDate    - range end, yyyymmdd ("S" requests).
*>   rqstRecordKey - the record key ("K" requests).
*>
*> Readings the archive and purge (sqrtarch.cob) has moved off the
*> masters are still delivered: a range reaching back to or before
*> the last reading archived for its source (per the archive control
*> log, ARCHLOG), and a key the results master no longer holds, are
*> also looked for on the yearly archives (ARCHIVE) in one pass after
*> the masters - their records follow the master records in the
*> request's extract file.
*>
*> Modification history:
*> 10/15/2026 - Range and key requests reaching past the masters now
*>              fall back to the yearly archives, found through the
*>              archive control log; the report counts the records
*>              delivered from the archive.
*> 09/02/2026 - Widened the extract records past the masters' new
*>              S9(18)V9(9) value fields - an 80-byte extract would
*>              have truncated every record's trailing fields.
            organization is line sequential
            file status is inqOut5Status.

        select archLogFile assign to "ARCHLOG"
            organization is line sequential
            file status is archLogFileStatus.

        select archiveFile assign to "ARCHIVE"
            organization is line sequential
            file status is archiveFileStatus.

        select inqRptFile assign to "INQRPT"
            organization is line sequential
            file status is inqRptFileStatus.
    01 histRecord.
        copy sqrthmst.

    fd archLogFile.
    *> What each archive run moved per source - see sqrtarcl.cpy.
    01 archLogRecord.
        copy sqrtarcl.

    fd archiveFile.
    *> The yearly archives, concatenated - see sqrtarcv.cpy.
    01 archiveRecord.
        copy sqrtarcv.

    fd inqOut1.
    01 inqRecord1 pic x(120).

        77 inqOut4Status    pic x(2).
        77 inqOut5Status    pic x(2).
        77 inqRptFileStatus pic x(2).
        77 archLogFileStatus pic x(2).
        77 archiveFileStatus pic x(2).
        77 endOfRqstFile    pic 9 value 0.
        77 endOfArchLogFile pic 9 value 0.
        77 endOfArchiveFile pic 9 value 0.
        77 endOfRange       pic 9.
        77 fileOpenAbendCode pic 9(2) value 16.
        77 tableAbendCode    pic 9(2) value 12.
                10 reqItems         pic 9(5).
                10 reqItemsSatisfied pic 9(5).
                10 reqRecordsWritten pic 9(7).
                10 reqArchiveRecords pic 9(7).
        77 reqIndex    pic 9(1).
        77 activeIndex pic 9(1).

        77 itemRecordsFound pic 9(7).
        77 inqWorkRecord    pic x(120).

        *> The last reading date archived per source, from the archive
        *> control log - a range starting on or before it may have
        *> records in the archive.
        77 archSourceLimit pic 9(3) value 500.
        01 archSourceTable.
            05 archSourceEntry occurs 500 times.
                10 archSourceId    pic x(8).
                10 archThroughDate pic 9(8).
        77 archSourceCount  pic 9(3) value 0.
        77 archSourceIndex  pic 9(3).
        77 archScanIndex    pic 9(3).
        77 archLookupId     pic x(8).
        77 itemNeedsArchive pic 9.

        *> Request records that also need the archive, held for the one
        *> pass over it once the masters have been read - their
        *> satisfaction is settled after that pass.
        77 pendingLimit pic 9(3) value 500.
        01 pendingTable.
            05 pendingEntry occurs 500 times.
                10 pendRequest   pic 9(1).
                10 pendType      pic x(1).
                10 pendSourceId  pic x(8).
                10 pendFromDate  pic 9(8).
                10 pendToDate    pic 9(8).
                10 pendRecordKey pic 9(8).
                10 pendFound     pic 9(7).
        77 pendingCount pic 9(3) value 0.
        77 pendIndex    pic 9(3).

        *> Control totals for the fulfillment report.
        77 archiveRecordsRead  pic 9(7) value 0.
        77 archiveRecordsTaken pic 9(7) value 0.
        77 requestRecordsRead pic 9(7) value 0.
        77 requestsSatisfied  pic 9(7) value 0.
        77 requestsPartial    pic 9(7) value 0.
        77 requestsNotFound   pic 9(7) value 0.
        77 formattedCount pic zzzzzz9.
        77 formattedArchiveCount pic zzzzzz9.
*> --------------------------------------------------------------------------------------------
procedure division.
    *> Main program loop here
    perform initializeFiles.
    perform processRequests until endOfRqstFile = 1.
    if pendingCount > 0
        perform searchArchive
    end-if.
    perform finalizeRun.
    stop run.

        move fileOpenAbendCode to return-code
        stop run
    end-if.
    perform loadArchivedThrough.

*> Loads the last reading date archived per source. No control log
*> means nothing has been archived yet - the masters hold everything.
loadArchivedThrough.
    open input archLogFile.
    if archLogFileStatus = "35"
        move 1 to endOfArchLogFile
    else
        if archLogFileStatus <> "00"
            display "SQRTINQ ABEND - ARCHLOG FAILED TO OPEN, STATUS " archLogFileStatus
            move fileOpenAbendCode to return-code
            stop run
        end-if
        perform readArchLog until endOfArchLogFile = 1
        close archLogFile
    end-if.

readArchLog.
    read archLogFile
        at end
            move 1 to endOfArchLogFile
        not at end
            perform keepArchivedThrough
    end-read.

keepArchivedThrough.
    move 0 to archSourceIndex.
    move arclSourceId to archLookupId.
    perform findArchSource.
    if archSourceIndex = 0
        if archSourceCount >= archSourceLimit
            display "SQRTINQ ABEND - MORE THAN " archSourceLimit
                " SOURCES ON ARCHLOG"
            move tableAbendCode to return-code
            stop run
        end-if
        add 1 to archSourceCount
        move archSourceCount to archSourceIndex
        move arclSourceId to archSourceId(archSourceIndex)
        move 0 to archThroughDate(archSourceIndex)
    end-if.
    if arclLastReadingDate > archThroughDate(archSourceIndex)
        move arclLastReadingDate to archThroughDate(archSourceIndex)
    end-if.

*> Sets archSourceIndex to archLookupId's entry, or leaves it zero.
findArchSource.
    perform checkOneArchSource varying archScanIndex from 1 by 1
        until archScanIndex > archSourceCount or archSourceIndex > 0.

checkOneArchSource.
    if archSourceId(archScanIndex) = archLookupId
        move archScanIndex to archSourceIndex
    end-if.

processRequests.
    read rqstFile
            move tableAbendCode to return-code
            stop run
    end-evaluate.
    perform checkArchiveNeeded.
    if itemNeedsArchive = 1
        perform holdForArchive
    else
        if itemRecordsFound > 0
            add 1 to reqItemsSatisfied(activeIndex)
            add itemRecordsFound to reqRecordsWritten(activeIndex)
        end-if
    end-if.

*> A range starting on or before its source's last archived reading,
*> or a key the results master no longer holds once anything has been
*> archived, is looked for in the archive too.
checkArchiveNeeded.
    move 0 to itemNeedsArchive.
    if rqstType = "S"
        move 0 to archSourceIndex
        move rqstSourceId to archLookupId
        perform findArchSource
        if archSourceIndex > 0
            if rqstFromDate not > archThroughDate(archSourceIndex)
                move 1 to itemNeedsArchive
            end-if
        end-if
    else
        if itemRecordsFound = 0 and archSourceCount > 0
            move 1 to itemNeedsArchive
        end-if
    end-if.

holdForArchive.
    if pendingCount >= pendingLimit
        display "SQRTINQ ABEND - MORE THAN " pendingLimit
            " REQUEST RECORDS REACH INTO THE ARCHIVE"
        move tableAbendCode to return-code
        stop run
    end-if.
    add 1 to pendingCount.
    move activeIndex to pendRequest(pendingCount).
    move rqstType to pendType(pendingCount).
    move rqstSourceId to pendSourceId(pendingCount).
    move rqstFromDate to pendFromDate(pendingCount).
    move rqstToDate to pendToDate(pendingCount).
    move rqstRecordKey to pendRecordKey(pendingCount).
    move itemRecordsFound to pendFound(pendingCount).

*> Finds (or assigns) the extract file slot for the record's request
*> identifier.
findRequestEntry.
        move 0 to reqItems(activeIndex)
        move 0 to reqItemsSatisfied(activeIndex)
        move 0 to reqRecordsWritten(activeIndex)
        move 0 to reqArchiveRecords(activeIndex)
    end-if.

checkOneRequestEntry.
            perform writeExtractRecord
    end-read.

*> One pass over the yearly archives for every held request record -
*> a history record answers a range, a results record a key. The
*> held records' satisfaction is settled once the pass is done.
searchArchive.
    open input archiveFile.
    if archiveFileStatus <> "00"
        display "SQRTINQ ABEND - ARCHIVE FAILED TO OPEN, STATUS " archiveFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    perform readArchive until endOfArchiveFile = 1.
    close archiveFile.
    perform settleHeldItem varying pendIndex from 1 by 1
        until pendIndex > pendingCount.

readArchive.
    read archiveFile
        at end
            move 1 to endOfArchiveFile
        not at end
            add 1 to archiveRecordsRead
            perform matchOneHeldItem varying pendIndex from 1 by 1
                until pendIndex > pendingCount
    end-read.

matchOneHeldItem.
    if pendType(pendIndex) = "S" and arcMasterCode = "H"
        if arcSourceId = pendSourceId(pendIndex)
            and arcReadingDate not < pendFromDate(pendIndex)
            and arcReadingDate not > pendToDate(pendIndex)
            perform takeArchiveRecord
        end-if
    end-if.
    if pendType(pendIndex) = "K" and arcMasterCode = "R"
        if arcRecordKey = pendRecordKey(pendIndex)
            perform takeArchiveRecord
        end-if
    end-if.

takeArchiveRecord.
    move pendRequest(pendIndex) to activeIndex.
    add 1 to pendFound(pendIndex).
    add 1 to reqArchiveRecords(activeIndex).
    add 1 to archiveRecordsTaken.
    move spaces to inqWorkRecord.
    move arcMasterRecord to inqWorkRecord.
    perform writeExtractRecord.

settleHeldItem.
    if pendFound(pendIndex) > 0
        move pendRequest(pendIndex) to activeIndex
        add 1 to reqItemsSatisfied(activeIndex)
        add pendFound(pendIndex) to reqRecordsWritten(activeIndex)
    end-if.

*> Routes the extracted master record to the file assigned to the
*> request at hand.
writeExtractRecord.
    string "REQUESTS NOT FOUND........: " formattedCount
        into inqRptLine.
    write inqRptLine.
    move archiveRecordsRead to formattedCount.
    move spaces to inqRptLine.
    string "ARCHIVE RECORDS READ......: " formattedCount
        into inqRptLine.
    write inqRptLine.
    move archiveRecordsTaken to formattedCount.
    move spaces to inqRptLine.
    string "RECORDS FROM THE ARCHIVE..: " formattedCount
        into inqRptLine.
    write inqRptLine.
    close inqRptFile.

*> One fulfillment line per request - every item satisfied means the
*> none means the masters hold nothing for it.
reportOneRequest.
    move reqRecordsWritten(reqIndex) to formattedCount.
    move reqArchiveRecords(reqIndex) to formattedArchiveCount.
    evaluate true
        when reqItemsSatisfied(reqIndex) = reqItems(reqIndex)
            add 1 to requestsSatisfied
            string "SATISFIED REQUEST: " reqId(reqIndex)
                " EXTRACT FILE: INQOUT" reqIndex
                " RECORDS: " formattedCount
                " FROM ARCHIVE: " formattedArchiveCount
                into inqRptLine
        when reqItemsSatisfied(reqIndex) > 0
            add 1 to requestsPartial
            string "PARTIAL   REQUEST: " reqId(reqIndex)
                " EXTRACT FILE: INQOUT" reqIndex
                " RECORDS: " formattedCount
                " FROM ARCHIVE: " formattedArchiveCount
                into inqRptLine
        when other
            add 1 to requestsNotFound
            string "NOT FOUND REQUEST: " reqId(reqIndex)
                " EXTRACT FILE: INQOUT" reqIndex
                " RECORDS: " formattedCount
                " FROM ARCHIVE: " formattedArchiveCount
                into inqRptLine
    end-evaluate.
    write inqRptLine.
