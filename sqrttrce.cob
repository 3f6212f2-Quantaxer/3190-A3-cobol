*> File: sqrttrce.cob
*> Name: Peter Hudel
*> Student Number: 1012673
*> Date: 10/15/2026
*> Description: Request-driven lineage trace. Answers "what happened
*> to record key X" from the files the chain already keeps, instead of
*> an operator searching EDITRPT, the reject file, CORRLOG, the audit
*> log, LOADRPT, HISTRPT/TRUERPT and the ack files by hand. Reads a
*> request file laid out like sqrtinq.cob's - each record naming a
*> request identifier and either a record key ("K") or a source and
*> reading-date range ("S") - and prints, per reading, its whole life
*> in date order:
*>
*>   FEED     - the feed it arrived on, as transmitted (EDITDISP).
*>   EDIT     - the edit disposition and the unit conversion applied.
*>   BATCH    - the batch disposition and its reason code (BATDISP).
*>   ACK      - the acknowledgment returned to the sender, resolved
*>              from the two dispositions by sqrtack.cob's rules.
*>   HOLD     - still waiting on the suspect-hold file (SUSPHOLD).
*>   REPAIR   - every repair and hold-review action, with the
*>              operator identifier (CORRLOG).
*>   SQRT     - every squareroot call made for it (AUDITLOG).
*>   LOAD     - its entry on the results master (RSLTMAST).
*>   HISTORY  - its entry on the history master (HISTMAST).
*>   ADJUST   - prior-period adjustments for it (PPADJ), a closed
*>              month's estimate true-up shown as TRUE-UP.
*>   SETTLE   - what settlement was sent for it (SETLLOG), an
*>              estimate replaced by its actual shown as TRUE-UP.
*>
*> EDITDISP and BATDISP are read as the concatenation of every kept
*> nightly generation (sqrtdisp.cpy). Generations written before the
*> disposition records carried the business date and the reading are
*> still traced by record key, but a source/date request cannot find
*> them. A cumulative file that does not exist yet is skipped and
*> counted on the report; the masters must open.
*>
*> Events are gathered from every file through the sort, grouped per
*> request and reading, and printed in date order - a reading's key is
*> matched on an estimate's key too, so tracing an estimate shows the
*> actual that trued it up. RC 4 means a request found nothing.
*>
*> Request record layout (RQSTIN):
*>   rqstId        - the request identifier printed on the report.
*>   rqstType      - "K" record key, "S" source/date range.
*>   rqstSourceId  - the source identifier ("S" requests).
*>   rqstFromDate  - range start, yyyymmdd ("S" requests).
*>   rqstToDate    - range end, yyyymmdd ("S" requests).
*>   rqstRecordKey - the record key ("K" requests).
*>
*> Modification history:
*> (none yet)

*> --------------------------------------------------------------------------------------------
identification division.
    program-id. sqrttrce.
*> --------------------------------------------------------------------------------------------
environment division.
    input-output section.
    file-control.
        select rqstFile assign to "RQSTIN"
            organization is line sequential
            file status is rqstFileStatus.

        select editDispFile assign to "EDITDISP"
            organization is line sequential
            file status is editDispFileStatus.

        select batDispFile assign to "BATDISP"
            organization is line sequential
            file status is batDispFileStatus.

        select holdFile assign to "SUSPHOLD"
            organization is line sequential
            file status is holdFileStatus.

        select corrLogFile assign to "CORRLOG"
            organization is line sequential
            file status is corrLogFileStatus.

        select auditFile assign to "AUDITLOG"
            organization is line sequential
            file status is auditFileStatus.

        select masterFile assign to "RSLTMAST"
            organization is indexed
            access mode is dynamic
            record key is mastRecordKey
            file status is masterFileStatus.

        select histFile assign to "HISTMAST"
            organization is indexed
            access mode is dynamic
            record key is histKey
            file status is histFileStatus.

        select adjFile assign to "PPADJ"
            organization is line sequential
            file status is adjFileStatus.

        select setlLogFile assign to "SETLLOG"
            organization is line sequential
            file status is setlLogFileStatus.

        select sortWork assign to "SORTWK".

        select trceRptFile assign to "TRCERPT"
            organization is line sequential
            file status is trceRptFileStatus.
*> --------------------------------------------------------------------------------------------
data division.
    file section.
    fd rqstFile.
    01 rqstRecord.
        05 rqstId        pic x(8).
        05 rqstType      pic x(1).
        05 rqstSourceId  pic x(8).
        05 rqstFromDate  pic 9(8).
        05 rqstToDate    pic 9(8).
        05 rqstRecordKey pic 9(8).

    fd editDispFile.
    *> Every kept night's edit dispositions - see sqrtdisp.cpy.
    01 editDispRecord.
        copy sqrtdisp.

    fd batDispFile.
    *> Every kept night's batch dispositions, same layout. The
    *> copybook's names would collide with the edit side's, so this
    *> side is read into explicit fields.
    01 batDispRecord.
        05 batSourceSystem  pic x(8).
        05 batRecordKey     pic 9(8).
        05 batAction        pic x(1).
        05 batReasonCode    pic 9(2).
        05 batBusinessDate  pic 9(8).
        05 batRecordType    pic x(1).
        05 batSourceId      pic x(8).
        05 batReadingDate   pic 9(8).
        05 batUnitCode      pic x(2).
        05 batFactor        pic 9(5)v9(8).
        05 batRawReading    pic x(18).
        05 batStandardValue pic s9(11)v9(6)
            sign is leading separate character.

    fd holdFile.
    *> Readings still waiting on a hold review - see sqrthold.cpy.
    01 holdRecord.
        copy sqrthold.

    fd corrLogFile.
    *> The corrections log rejrepair.cob and holdrev.cob keep - one
    *> record per action, under the operator's identifier.
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

    fd auditFile.
    *> One record per squareroot call - see sqrtaudit.cpy.
    01 auditRecord.
        copy sqrtaudit.

    fd masterFile.
    *> The layout the load step writes - see sqrtrmst.cpy.
    01 mastRecord.
        copy sqrtrmst.

    fd histFile.
    *> The layout the history fold writes - see sqrthmst.cpy.
    01 histRecord.
        copy sqrthmst.

    fd adjFile.
    *> Changes to readings in closed months - see sqrtadj.cpy.
    01 adjRecord.
        copy sqrtadj.

    fd setlLogFile.
    *> Every settlement interface record sent - see sqrtsint.cpy.
    01 setlRecord.
        copy sqrtsint.

    *> One event in a reading's life. Sorted by request, then reading,
    *> then the date it happened and the stage of the chain - the
    *> sequence keeps each file's own order for events that tie.
    sd sortWork.
    01 sortRecord.
        05 sortRequestIndex pic 9(2).
        05 sortRecordKey    pic 9(8).
        05 sortEventDate    pic 9(8).
        05 sortStage        pic 9(2).
        05 sortEventTime    pic 9(8).
        05 sortSequence     pic 9(9).
        05 sortSourceId     pic x(8).
        05 sortReadingDate  pic 9(8).
        05 sortBusinessDate pic 9(8).
        05 sortAction       pic x(1).
        05 sortReasonCode   pic 9(2).
        05 sortFeedSystem   pic x(8).
        05 sortText         pic x(100).
        05 sortText2        pic x(100).

    fd trceRptFile.
    01 trceRptLine pic x(132).

    working-storage section.
        77 rqstFileStatus     pic x(2).
        77 editDispFileStatus pic x(2).
        77 batDispFileStatus  pic x(2).
        77 holdFileStatus     pic x(2).
        77 corrLogFileStatus  pic x(2).
        77 auditFileStatus    pic x(2).
        77 masterFileStatus   pic x(2).
        77 histFileStatus     pic x(2).
        77 adjFileStatus      pic x(2).
        77 setlLogFileStatus  pic x(2).
        77 trceRptFileStatus  pic x(2).
        77 endOfRqstFile      pic 9 value 0.
        77 endOfScan          pic 9 value 0.
        77 endOfSort          pic 9 value 0.
        77 fileOpenAbendCode  pic 9(2) value 16.
        77 tableAbendCode     pic 9(2) value 12.

        copy sqrtstatus.

        *> The requests, held for the whole run - every file is read
        *> once and each of its records matched against all of them.
        77 requestLimit pic 9(2) value 20.
        77 requestCount pic 9(2) value 0.
        01 requestTable.
            05 requestEntry occurs 20 times.
                10 reqId         pic x(8).
                10 reqType       pic x(1).
                10 reqSourceId   pic x(8).
                10 reqFromDate   pic 9(8).
                10 reqToDate     pic 9(8).
                10 reqRecordKey  pic 9(8).
                10 reqEvents     pic 9(7).
                10 reqReadings   pic 9(7).
        77 reqIndex pic 9(2).

        *> The event at hand, built by each file's scan and released
        *> once for every request it answers.
        77 eventKey          pic 9(8).
        77 eventAltKey       pic 9(8).
        77 eventSourceId     pic x(8).
        77 eventReadingDate  pic 9(8).
        77 eventIdentityKnown pic 9.
        77 eventDate         pic 9(8).
        77 eventStage        pic 9(2).
        77 eventTime         pic 9(8).
        77 eventBusinessDate pic 9(8).
        77 eventAction       pic x(1).
        77 eventReasonCode   pic 9(2).
        77 eventFeedSystem   pic x(8).
        77 eventText         pic x(100).
        77 eventText2        pic x(100).
        77 eventSequence     pic 9(9) value 0.
        77 eventMatched      pic 9.

        *> The stages of a reading's life, in chain order - they break
        *> the tie between events dated the same day.
        77 stageEdit     pic 9(2) value 11.
        77 stageBatch    pic 9(2) value 20.
        77 stageHold     pic 9(2) value 25.
        77 stageRepair   pic 9(2) value 30.
        77 stageAudit    pic 9(2) value 40.
        77 stageLoad     pic 9(2) value 50.
        77 stageHistory  pic 9(2) value 51.
        77 stageAdjust   pic 9(2) value 60.
        77 stageSettle   pic 9(2) value 70.

        *> The settlement log's header in force while its records are
        *> scanned.
        77 setlHeaderDate     pic 9(8) value 0.
        77 setlHeaderSequence pic 9(7) value 0.

        *> Print-side state - the request and reading being printed,
        *> and the edit dispositions still waiting for the batch
        *> disposition that settles their acknowledgment (one per
        *> record of the reading received the same night).
        77 lastRequestPrinted pic 9(2) value 0.
        77 requestTarget      pic 9(2) value 0.
        77 printingEnded      pic 9 value 0.
        77 haveReading        pic 9 value 0.
        77 currentKey         pic 9(8) value 0.
        77 pendingLimit       pic 9(2) value 10.
        77 pendingCount       pic 9(2) value 0.
        01 pendingTable.
            05 pendingEntry occurs 10 times.
                10 pendAction       pic x(1).
                10 pendBusinessDate pic 9(8).
                10 pendFeedSystem   pic x(8).
        77 pendIndex       pic 9(2).
        77 ackEditAction   pic x(1).
        77 ackFeedSystem   pic x(8).
        77 ackDate         pic 9(8).
        77 ackDisposition  pic x(3).
        77 ackReasonCode   pic 9(2).
        77 eventClock      pic 9(6).
        77 clockText       pic x(6).
        77 reasonText      pic x(30).
        77 actionText      pic x(40).

        *> Control totals for the report's summary.
        77 requestRecordsRead pic 9(7) value 0.
        77 requestsNotFound   pic 9(7) value 0.
        77 readingsTraced     pic 9(7) value 0.
        77 eventsReleased     pic 9(9) value 0.
        77 filesNotPresent    pic 9(2) value 0.
        77 formattedCount     pic zzzzzz9.
        77 formattedValue     pic -(11)9.9(6).
        77 formattedValue2    pic -(11)9.9(6).
        77 formattedWide      pic -(18)9.9(9).
        77 formattedWide2     pic -(18)9.9(9).
        77 formattedFactor    pic zzzz9.9(8).
        77 formattedIterations pic zzz9.
*> --------------------------------------------------------------------------------------------
procedure division.
    *> Main program loop here
    perform initializeRun.
    sort sortWork
        on ascending key sortRequestIndex sortRecordKey sortEventDate
            sortStage sortEventTime sortSequence
        input procedure is gatherEvents
        output procedure is printTrace.
    perform finalizeRun.
    stop run.

initializeRun.
    open input rqstFile.
    if rqstFileStatus <> "00"
        display "SQRTTRCE ABEND - RQSTIN FAILED TO OPEN, STATUS " rqstFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    perform loadRequests until endOfRqstFile = 1.
    close rqstFile.
    if requestCount = 0
        display "SQRTTRCE ABEND - RQSTIN HOLDS NO TRACE REQUESTS"
        move tableAbendCode to return-code
        stop run
    end-if.
    open input masterFile.
    if masterFileStatus <> "00"
        display "SQRTTRCE ABEND - RSLTMAST FAILED TO OPEN, STATUS " masterFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open input histFile.
    if histFileStatus <> "00"
        display "SQRTTRCE ABEND - HISTMAST FAILED TO OPEN, STATUS " histFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open output trceRptFile.
    if trceRptFileStatus <> "00"
        display "SQRTTRCE ABEND - TRCERPT FAILED TO OPEN, STATUS " trceRptFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    move "READING LINEAGE TRACE" to trceRptLine.
    write trceRptLine.

loadRequests.
    read rqstFile
        at end
            move 1 to endOfRqstFile
        not at end
            perform keepOneRequest
    end-read.

*> Every request record is its own request - a key list is several
*> records, each traced and reported under the request identifier.
keepOneRequest.
    add 1 to requestRecordsRead.
    if rqstType not = "K" and rqstType not = "S"
        display "SQRTTRCE ABEND - UNRECOGNIZED REQUEST TYPE '"
            rqstType "' ON REQUEST " rqstId
        move tableAbendCode to return-code
        stop run
    end-if.
    if requestCount >= requestLimit
        display "SQRTTRCE ABEND - MORE THAN " requestLimit
            " TRACE REQUESTS ON RQSTIN - SUBMIT THE REST SEPARATELY"
        move tableAbendCode to return-code
        stop run
    end-if.
    add 1 to requestCount.
    move rqstId to reqId(requestCount).
    move rqstType to reqType(requestCount).
    move rqstSourceId to reqSourceId(requestCount).
    move rqstFromDate to reqFromDate(requestCount).
    move rqstToDate to reqToDate(requestCount).
    move rqstRecordKey to reqRecordKey(requestCount).
    if rqstType = "K"
        move spaces to reqSourceId(requestCount)
        move 0 to reqFromDate(requestCount)
        move 0 to reqToDate(requestCount)
    else
        move 0 to reqRecordKey(requestCount)
    end-if.
    move 0 to reqEvents(requestCount).
    move 0 to reqReadings(requestCount).

*> ------------------------- gathering events -------------------------
*> Reads every file the chain keeps once, releasing each record that
*> answers a request as an event in the reading's life.
gatherEvents.
    perform scanEditDispositions.
    perform scanBatchDispositions.
    perform scanSuspectHolds.
    perform scanCorrectionLog.
    perform scanAuditLog.
    perform scanResultsMaster.
    perform scanHistoryMaster.
    perform scanAdjustments.
    perform scanSettlementLog.

clearEvent.
    move 0 to eventAltKey.
    move 1 to eventIdentityKnown.
    move 0 to eventTime.
    move 0 to eventBusinessDate.
    move spaces to eventAction.
    move 0 to eventReasonCode.
    move spaces to eventFeedSystem.
    move spaces to eventText.
    move spaces to eventText2.

*> Releases the event at hand once for every request it answers - a
*> key request by the reading's key (or the estimate key it trued
*> up), a source/date request by the reading's identity, grouped
*> under the reading's own key.
matchEventToRequests.
    perform matchOneRequest varying reqIndex from 1 by 1
        until reqIndex > requestCount.

matchOneRequest.
    move 0 to eventMatched.
    if reqType(reqIndex) = "K"
        if eventKey = reqRecordKey(reqIndex)
            or (eventAltKey not = 0 and eventAltKey = reqRecordKey(reqIndex))
            move reqRecordKey(reqIndex) to sortRecordKey
            move 1 to eventMatched
        end-if
    else
        if eventIdentityKnown = 1
            and eventSourceId = reqSourceId(reqIndex)
            and eventReadingDate >= reqFromDate(reqIndex)
            and eventReadingDate <= reqToDate(reqIndex)
            move eventKey to sortRecordKey
            move 1 to eventMatched
        end-if
    end-if.
    if eventMatched = 1
        perform releaseEvent
    end-if.

releaseEvent.
    add 1 to eventSequence.
    add 1 to eventsReleased.
    add 1 to reqEvents(reqIndex).
    move reqIndex to sortRequestIndex.
    move eventDate to sortEventDate.
    move eventStage to sortStage.
    move eventTime to sortEventTime.
    move eventSequence to sortSequence.
    move eventSourceId to sortSourceId.
    move eventReadingDate to sortReadingDate.
    move eventBusinessDate to sortBusinessDate.
    move eventAction to sortAction.
    move eventReasonCode to sortReasonCode.
    move eventFeedSystem to sortFeedSystem.
    move eventText to sortText.
    move eventText2 to sortText2.
    release sortRecord.

*> A cumulative file nobody has written yet is not an error - there is
*> simply nothing on it to trace.
noteFileNotPresent.
    add 1 to filesNotPresent.
    move 1 to endOfScan.

*> ---- edit dispositions: the feed as received and the edit's verdict
scanEditDispositions.
    move 0 to endOfScan.
    open input editDispFile.
    if editDispFileStatus = "35"
        display "SQRTTRCE - EDITDISP NOT PRESENT, NOT TRACED"
        perform noteFileNotPresent
    else
        if editDispFileStatus <> "00"
            display "SQRTTRCE ABEND - EDITDISP FAILED TO OPEN, STATUS " editDispFileStatus
            move fileOpenAbendCode to return-code
            stop run
        end-if
        perform readEditDisposition until endOfScan = 1
        close editDispFile
    end-if.

readEditDisposition.
    read editDispFile
        at end
            move 1 to endOfScan
        not at end
            perform traceEditDisposition
    end-read.

*> A generation written before the records carried the night and the
*> reading has neither - it can still answer a key request.
traceEditDisposition.
    perform clearEvent.
    move dispRecordKey to eventKey.
    move stageEdit to eventStage.
    move dispAction to eventAction.
    move dispReasonCode to eventReasonCode.
    move dispSourceSystem to eventFeedSystem.
    if dispBusinessDate is numeric
        move dispBusinessDate to eventDate
        move dispBusinessDate to eventBusinessDate
        move dispSourceId to eventSourceId
        move dispReadingDate to eventReadingDate
    else
        move 0 to eventDate
        move spaces to eventSourceId
        move 0 to eventReadingDate
        move 0 to eventIdentityKnown
        move spaces to dispRecordType
        move spaces to dispUnitCode
        move spaces to dispRawReading
        move 0 to dispFactor
        move 0 to dispStandardValue
    end-if.
    string "FEED      RECEIVED FROM " dispSourceSystem
        " TYPE " dispRecordType
        " UNIT " dispUnitCode
        " READING AS SENT: " dispRawReading
        into eventText.
    move dispStandardValue to formattedValue.
    move dispFactor to formattedFactor.
    evaluate dispAction
        when "P"
            string "EDIT      PASSED CLEAN - STANDARD VALUE "
                formattedValue
                into eventText2
        when "C"
            string "EDIT      CONVERTED AT FACTOR " formattedFactor
                " TO STANDARD VALUE " formattedValue
                into eventText2
        when "F"
            string "EDIT      UNIT UNKNOWN - DEFAULTED TO STANDARD, "
                "VALUE " formattedValue
                into eventText2
        when "X"
            move "EDIT      DROPPED - READING NOT NUMERIC" to eventText2
        when "K"
            string "EDIT      WITHHELD AS THE LOSING SIDE OF A "
                "CONFLICT, REASON " dispReasonCode
                into eventText2
        when "H"
            string "EDIT      HELD ON SUSPHOLD AS A CONFLICTING "
                "READING, REASON " dispReasonCode
                into eventText2
        when "U"
            string "EDIT      REFUSED - CORRECTION NAMES A KEY NEVER "
                "RECEIVED, REASON " dispReasonCode
                into eventText2
        when other
            string "EDIT      DISPOSITION " dispAction
                into eventText2
    end-evaluate.
    perform matchEventToRequests.

*> ---- batch dispositions: rooted, rejected or held
scanBatchDispositions.
    move 0 to endOfScan.
    open input batDispFile.
    if batDispFileStatus = "35"
        display "SQRTTRCE - BATDISP NOT PRESENT, NOT TRACED"
        perform noteFileNotPresent
    else
        if batDispFileStatus <> "00"
            display "SQRTTRCE ABEND - BATDISP FAILED TO OPEN, STATUS " batDispFileStatus
            move fileOpenAbendCode to return-code
            stop run
        end-if
        perform readBatchDisposition until endOfScan = 1
        close batDispFile
    end-if.

readBatchDisposition.
    read batDispFile
        at end
            move 1 to endOfScan
        not at end
            perform traceBatchDisposition
    end-read.

traceBatchDisposition.
    perform clearEvent.
    move batRecordKey to eventKey.
    move stageBatch to eventStage.
    move batAction to eventAction.
    move batReasonCode to eventReasonCode.
    if batBusinessDate is numeric
        move batBusinessDate to eventDate
        move batBusinessDate to eventBusinessDate
        move batSourceId to eventSourceId
        move batReadingDate to eventReadingDate
    else
        move 0 to eventDate
        move spaces to eventSourceId
        move 0 to eventReadingDate
        move 0 to eventIdentityKnown
        move spaces to batRecordType
        move 0 to batStandardValue
    end-if.
    move batStandardValue to formattedValue.
    move batReasonCode to eventReasonCode.
    perform describeStatus.
    evaluate batAction
        when "A"
            evaluate batRecordType
                when "C"
                    string "BATCH     CORRECTION ACCEPTED - RE-ROOTED "
                        "FROM INPUT " formattedValue
                        into eventText
                when "X"
                    move "BATCH     CANCELLATION ACCEPTED - READING WITHDRAWN"
                        to eventText
                when other
                    string "BATCH     ACCEPTED - ROOTED FROM INPUT "
                        formattedValue
                        into eventText
            end-evaluate
        when "R"
            string "BATCH     REJECTED, REASON " batReasonCode
                " " reasonText
                into eventText
        when "H"
            string "BATCH     HELD ON SUSPHOLD, REASON " batReasonCode
                " " reasonText
                into eventText
        when other
            string "BATCH     DISPOSITION " batAction
                into eventText
    end-evaluate.
    perform matchEventToRequests.

*> ---- suspect holds still waiting on a review
scanSuspectHolds.
    move 0 to endOfScan.
    open input holdFile.
    if holdFileStatus = "35"
        display "SQRTTRCE - SUSPHOLD NOT PRESENT, NOT TRACED"
        perform noteFileNotPresent
    else
        if holdFileStatus <> "00"
            display "SQRTTRCE ABEND - SUSPHOLD FAILED TO OPEN, STATUS " holdFileStatus
            move fileOpenAbendCode to return-code
            stop run
        end-if
        perform readSuspectHold until endOfScan = 1
        close holdFile
    end-if.

readSuspectHold.
    read holdFile
        at end
            move 1 to endOfScan
        not at end
            perform traceSuspectHold
    end-read.

traceSuspectHold.
    perform clearEvent.
    move holdRecordKey to eventKey.
    move holdSourceId to eventSourceId.
    move holdReadingDate to eventReadingDate.
    move holdDate to eventDate.
    move stageHold to eventStage.
    move holdReasonCode to eventReasonCode.
    perform describeStatus.
    move holdUserInput to formattedValue.
    string "HOLD      STILL ON SUSPHOLD - HELD BY " holdProgramName
        " REASON " holdReasonCode " " reasonText
        into eventText.
    string "          VALUE " formattedValue
        " RECYCLES " holdRecycleCount
        into eventText2.
    perform matchEventToRequests.

*> ---- repair and hold-review actions, with the operator
scanCorrectionLog.
    move 0 to endOfScan.
    open input corrLogFile.
    if corrLogFileStatus = "35"
        display "SQRTTRCE - CORRLOG NOT PRESENT, NOT TRACED"
        perform noteFileNotPresent
    else
        if corrLogFileStatus <> "00"
            display "SQRTTRCE ABEND - CORRLOG FAILED TO OPEN, STATUS " corrLogFileStatus
            move fileOpenAbendCode to return-code
            stop run
        end-if
        perform readCorrectionLog until endOfScan = 1
        close corrLogFile
    end-if.

readCorrectionLog.
    read corrLogFile
        at end
            move 1 to endOfScan
        not at end
            perform traceCorrectionLog
    end-read.

*> The action codes of both facilities that write the log - the
*> reject repair session and review (rejrepair.cob) and the hold
*> review (holdrev.cob).
traceCorrectionLog.
    perform clearEvent.
    move logRecordKey to eventKey.
    move logSourceId to eventSourceId.
    move logReadingDate to eventReadingDate.
    move logDate to eventDate.
    move logTime to eventTime.
    move stageRepair to eventStage.
    evaluate logAction
        when "R"
            move "CORRECTED AND RESUBMITTED" to actionText
        when "P"
            move "CORRECTION PENDED FOR APPROVAL" to actionText
        when "A"
            move "PENDED CORRECTION APPROVED" to actionText
        when "J"
            move "PENDED CORRECTION REJECTED TO REPAIR" to actionText
        when "D"
            move "DROPPED OR DISCARDED" to actionText
        when "S"
            move "SKIPPED, LEFT OPEN" to actionText
        when "L"
            move "HOLD RELEASED AS RECEIVED" to actionText
        when "Q"
            move "HOLD ROUTED TO REJECT REPAIR" to actionText
        when other
            move "UNRECOGNIZED ACTION" to actionText
    end-evaluate.
    move logBeforeValue to formattedValue.
    move logAfterValue to formattedValue2.
    string "REPAIR    BY OPERATOR " logOperatorId
        " - " actionText
        into eventText.
    string "          BEFORE " formattedValue
        " AFTER " formattedValue2
        into eventText2.
    perform matchEventToRequests.

*> ---- squareroot calls
scanAuditLog.
    move 0 to endOfScan.
    open input auditFile.
    if auditFileStatus = "35"
        display "SQRTTRCE - AUDITLOG NOT PRESENT, NOT TRACED"
        perform noteFileNotPresent
    else
        if auditFileStatus <> "00"
            display "SQRTTRCE ABEND - AUDITLOG FAILED TO OPEN, STATUS " auditFileStatus
            move fileOpenAbendCode to return-code
            stop run
        end-if
        perform readAuditLog until endOfScan = 1
        close auditFile
    end-if.

readAuditLog.
    read auditFile
        at end
            move 1 to endOfScan
        not at end
            perform traceAuditRecord
    end-read.

*> An interactive caller's call carries no key - nothing to trace.
traceAuditRecord.
    if auditRecordKey not = 0
        perform clearEvent
        move auditRecordKey to eventKey
        move auditSourceId to eventSourceId
        move auditReadingDate to eventReadingDate
        move auditDate to eventDate
        move auditTime to eventTime
        move stageAudit to eventStage
        move auditInput to formattedValue
        move auditResult to formattedValue2
        move auditIterations to formattedIterations
        if auditAbortFlag = "Y"
            string "SQRT      CALL ABORTED - INPUT " formattedValue
                " ITERATIONS " formattedIterations
                into eventText
        else
            string "SQRT      CALL INPUT " formattedValue
                " ROOT " formattedValue2
                " ITERATIONS " formattedIterations
                into eventText
        end-if
        perform matchEventToRequests
    end-if.

*> ---- the results master
scanResultsMaster.
    move 0 to endOfScan.
    perform readResultsMaster until endOfScan = 1.
    close masterFile.

readResultsMaster.
    read masterFile next
        at end
            move 1 to endOfScan
        not at end
            perform traceResultsRecord
    end-read.

traceResultsRecord.
    perform clearEvent.
    move mastRecordKey to eventKey.
    move mastSourceId to eventSourceId.
    move mastReadingDate to eventReadingDate.
    move mastLoadDate to eventDate.
    move stageLoad to eventStage.
    move mastUserInput to formattedWide.
    move mastResult to formattedWide2.
    if mastEstimateFlag = "Y"
        move "LOAD      ON THE RESULTS MASTER AS AN ESTIMATE"
            to eventText
    else
        move "LOAD      ON THE RESULTS MASTER" to eventText
    end-if.
    string "          INPUT " formattedWide
        " ROOT " formattedWide2
        into eventText2.
    perform matchEventToRequests.

*> ---- the history master
scanHistoryMaster.
    move 0 to endOfScan.
    perform readHistoryMaster until endOfScan = 1.
    close histFile.

readHistoryMaster.
    read histFile next
        at end
            move 1 to endOfScan
        not at end
            perform traceHistoryRecord
    end-read.

traceHistoryRecord.
    perform clearEvent.
    move histRecordKey to eventKey.
    move histSourceId to eventSourceId.
    move histReadingDate to eventReadingDate.
    move histLoadDate to eventDate.
    move stageHistory to eventStage.
    move histUserInput to formattedWide.
    move histResult to formattedWide2.
    if histEstimateFlag = "Y"
        move "HISTORY   ON THE HISTORY MASTER AS AN ESTIMATE AWAITING ITS ACTUAL"
            to eventText
    else
        move "HISTORY   ON THE HISTORY MASTER" to eventText
    end-if.
    string "          INPUT " formattedWide
        " ROOT " formattedWide2
        into eventText2.
    perform matchEventToRequests.

*> ---- prior-period adjustments
scanAdjustments.
    move 0 to endOfScan.
    open input adjFile.
    if adjFileStatus = "35"
        display "SQRTTRCE - PPADJ NOT PRESENT, NOT TRACED"
        perform noteFileNotPresent
    else
        if adjFileStatus <> "00"
            display "SQRTTRCE ABEND - PPADJ FAILED TO OPEN, STATUS " adjFileStatus
            move fileOpenAbendCode to return-code
            stop run
        end-if
        perform readAdjustment until endOfScan = 1
        close adjFile
    end-if.

readAdjustment.
    read adjFile
        at end
            move 1 to endOfScan
        not at end
            perform traceAdjustment
    end-read.

traceAdjustment.
    perform clearEvent.
    move adjRecordKey to eventKey.
    move adjSourceId to eventSourceId.
    move adjReadingDate to eventReadingDate.
    move adjRunDate to eventDate.
    move adjRunTime to eventTime.
    move stageAdjust to eventStage.
    perform describeAdjustReason.
    if adjReasonCode = "TU"
        string "TRUE-UP   CLOSED MONTH " adjPeriod
            " " adjMasterName
            " - " reasonText
            " BY " adjProgramName
            into eventText
    else
        string "ADJUST    CLOSED MONTH " adjPeriod
            " " adjMasterName
            " - " reasonText
            " BY " adjProgramName
            into eventText
    end-if.
    move adjOldValue to formattedWide.
    move adjNewValue to formattedWide2.
    string "          OLD INPUT " formattedWide
        " NEW INPUT " formattedWide2
        into eventText2.
    perform matchEventToRequests.

*> The same descriptions the adjustment report (sqrtadjr.cob) prints.
describeAdjustReason.
    evaluate adjReasonCode
        when "LR"
            move "LATE READING" to reasonText
        when "LE"
            move "LATE ESTIMATE" to reasonText
        when "RR"
            move "RERUN REPLACEMENT" to reasonText
        when "TU"
            move "ESTIMATE TRUE-UP" to reasonText
        when "CF"
            move "CONFLICTING READING" to reasonText
        when "SC"
            move "SENDER CORRECTION" to reasonText
        when "SX"
            move "SENDER CANCELLATION" to reasonText
        when "BO"
            move "LOAD BACKOUT" to reasonText
        when "RP"
            move "REPAIRED REJECT" to reasonText
        when "UR"
            move "URGENT RESUBMISSION" to reasonText
        when "RS"
            move "UNIT FACTOR RESTATEMENT" to reasonText
        when other
            move "UNKNOWN REASON" to reasonText
    end-evaluate.

*> ---- what settlement was sent
scanSettlementLog.
    move 0 to endOfScan.
    open input setlLogFile.
    if setlLogFileStatus = "35"
        display "SQRTTRCE - SETLLOG NOT PRESENT, NOT TRACED"
        perform noteFileNotPresent
    else
        if setlLogFileStatus <> "00"
            display "SQRTTRCE ABEND - SETLLOG FAILED TO OPEN, STATUS " setlLogFileStatus
            move fileOpenAbendCode to return-code
            stop run
        end-if
        perform readSettlementLog until endOfScan = 1
        close setlLogFile
    end-if.

readSettlementLog.
    read setlLogFile
        at end
            move 1 to endOfScan
        not at end
            perform traceSettlementRecord
    end-read.

*> Details and adjustments are dated by the header of the file they
*> were sent in. An adjustment also answers a request for the key it
*> replaced - an estimate's key finds the actual that trued it up.
traceSettlementRecord.
    evaluate setlRecordType
        when "H"
            move setlBusinessDate to setlHeaderDate
            move setlSequenceNumber to setlHeaderSequence
        when "D"
            perform clearEvent
            perform setSettlementIdentity
            string "SETTLE    SENT ON SEQUENCE " setlHeaderSequence
                " FOR FACILITY " setlFacility
                " ESTIMATE " setlEstimateFlag
                into eventText
            move setlUserInput to formattedWide
            move setlResult to formattedWide2
            string "          INPUT " formattedWide
                " ROOT " formattedWide2
                into eventText2
            perform matchEventToRequests
        when "A"
            perform clearEvent
            perform setSettlementIdentity
            move setlOrigRecordKey to eventAltKey
            perform describeSettlementAdjustment
            perform matchEventToRequests
        when other
            continue
    end-evaluate.

setSettlementIdentity.
    move setlRecordKey to eventKey.
    move setlSourceId to eventSourceId.
    move setlReadingDate to eventReadingDate.
    move setlHeaderDate to eventDate.
    move stageSettle to eventStage.

describeSettlementAdjustment.
    move setlOrigUserInput to formattedWide.
    move setlUserInput to formattedWide2.
    evaluate setlAdjustAction
        when "T"
            string "TRUE-UP   ACTUAL KEY " setlRecordKey
                " REPLACED ESTIMATE KEY " setlOrigRecordKey
                " - SENT ON SEQUENCE " setlHeaderSequence
                into eventText
            string "          ESTIMATE " formattedWide
                " ACTUAL " formattedWide2
                into eventText2
        when "R"
            string "SETTLE    REPLACEMENT SENT ON SEQUENCE "
                setlHeaderSequence
                " FOR SEQUENCE " setlOrigSequence
                " KEY " setlOrigRecordKey
                into eventText
            string "          WAS " formattedWide
                " NOW " formattedWide2
                into eventText2
        when other
            string "SETTLE    WITHDRAWAL SENT ON SEQUENCE "
                setlHeaderSequence
                " FOR SEQUENCE " setlOrigSequence
                into eventText
            string "          WAS " formattedWide
                into eventText2
    end-evaluate.

*> The reason-code descriptions, in sqrtstatus.cpy numbering.
describeStatus.
    evaluate eventReasonCode
        when statusNegativeInput
            move "NEGATIVE READING" to reasonText
        when statusZeroInput
            move "ZERO READING" to reasonText
        when statusIterationsExceeded
            move "ITERATION CEILING EXCEEDED" to reasonText
        when statusMagnitudeOverflow
            move "MAGNITUDE OVERFLOW" to reasonText
        when statusUnknownSource
            move "UNKNOWN SOURCE" to reasonText
        when statusRetiredSource
            move "RETIRED SOURCE" to reasonText
        when statusReservedKey
            move "KEY IN THE RESERVED ESTIMATE RANGE" to reasonText
        when statusOutOfRange
            move "OUTSIDE THE SOURCE'S EXPECTED RANGE" to reasonText
        when statusConflict
            move "CONFLICTING READING" to reasonText
        when statusUnknownKey
            move "KEY NEVER RECEIVED" to reasonText
        when other
            move spaces to reasonText
    end-evaluate.

*> ------------------------- printing the trace -------------------------
*> Returns the events in order - a heading per request and per
*> reading, a line (or two) per event, and the acknowledgment
*> resolved as the dispositions that settle it go by.
printTrace.
    move 0 to endOfSort.
    perform returnOneEvent until endOfSort = 1.
    perform closeReading.
    move 1 to printingEnded.
    move requestCount to requestTarget.
    perform startNextRequest until lastRequestPrinted >= requestTarget.

returnOneEvent.
    return sortWork
        at end
            move 1 to endOfSort
        not at end
            perform printOneEvent
    end-return.

printOneEvent.
    if sortRequestIndex not = lastRequestPrinted
        perform closeReading
        move sortRequestIndex to requestTarget
        perform startNextRequest until lastRequestPrinted >= requestTarget
    end-if.
    if haveReading = 0 or sortRecordKey not = currentKey
        perform closeReading
        perform startReading
    end-if.
    *> Edit dispositions still waiting when anything but another
    *> disposition of their own night comes along never reached the
    *> batch - no acknowledgment was built for them.
    if pendingCount > 0
        if (sortStage not = stageBatch and sortStage not = stageEdit)
            or sortBusinessDate not = pendBusinessDate(1)
            perform flushPendingAcks
        end-if
    end-if.
    perform printEventLines.
    evaluate sortStage
        when stageEdit
            perform settleEditAck
        when stageBatch
            perform settleBatchAck
        when other
            continue
    end-evaluate.

*> Prints the heading of the next request in order - one with no
*> events ahead of the one being printed (or left at the end) found
*> nothing.
startNextRequest.
    add 1 to lastRequestPrinted.
    move spaces to trceRptLine.
    write trceRptLine.
    move spaces to trceRptLine.
    if reqType(lastRequestPrinted) = "K"
        string "TRACE REQUEST: " reqId(lastRequestPrinted)
            " RECORD KEY: " reqRecordKey(lastRequestPrinted)
            into trceRptLine
    else
        string "TRACE REQUEST: " reqId(lastRequestPrinted)
            " SOURCE: " reqSourceId(lastRequestPrinted)
            " READING DATES: " reqFromDate(lastRequestPrinted)
            " TO " reqToDate(lastRequestPrinted)
            into trceRptLine
    end-if.
    write trceRptLine.
    if lastRequestPrinted < requestTarget or printingEnded = 1
        add 1 to requestsNotFound
        move "  NOTHING ON FILE ANSWERS THIS REQUEST" to trceRptLine
        write trceRptLine
    end-if.

startReading.
    move 1 to haveReading.
    move sortRecordKey to currentKey.
    add 1 to readingsTraced.
    add 1 to reqReadings(sortRequestIndex).
    move spaces to trceRptLine.
    write trceRptLine.
    move spaces to trceRptLine.
    string "  RECORD KEY: " sortRecordKey
        " SOURCE: " sortSourceId
        " READING DATE: " sortReadingDate
        into trceRptLine.
    write trceRptLine.

closeReading.
    if haveReading = 1
        perform flushPendingAcks
    end-if.
    move 0 to haveReading.

printEventLines.
    if sortEventTime = 0
        move spaces to clockText
    else
        divide sortEventTime by 100 giving eventClock
        move eventClock to clockText
    end-if.
    move spaces to trceRptLine.
    string "    " sortEventDate " " clockText " " sortText
        into trceRptLine.
    write trceRptLine.
    if sortText2 not = spaces
        move spaces to trceRptLine
        string "                    " sortText2
            into trceRptLine
        write trceRptLine
    end-if.

*> A record the edit dropped, withheld, held, or refused never reached
*> the batch - its acknowledgment is the edit's alone. The rest wait
*> for their batch disposition.
settleEditAck.
    move sortAction to ackEditAction.
    move sortFeedSystem to ackFeedSystem.
    move sortBusinessDate to ackDate.
    evaluate sortAction
        when "X"
            move "DRP" to ackDisposition
            move 0 to ackReasonCode
            perform printAckLine
        when "K"
            move "CFL" to ackDisposition
            move sortReasonCode to ackReasonCode
            perform printAckLine
        when "H"
            move "HLD" to ackDisposition
            move sortReasonCode to ackReasonCode
            perform printAckLine
        when "U"
            move "REJ" to ackDisposition
            move sortReasonCode to ackReasonCode
            perform printAckLine
        when other
            if pendingCount < pendingLimit
                add 1 to pendingCount
                move sortAction to pendAction(pendingCount)
                move sortBusinessDate to pendBusinessDate(pendingCount)
                move sortFeedSystem to pendFeedSystem(pendingCount)
            end-if
    end-evaluate.

*> The batch disposition settles the oldest edit disposition waiting
*> from its night - accepted records go back as sent, converted or
*> defaulted, exactly as sqrtack.cob resolves them.
settleBatchAck.
    move spaces to ackEditAction.
    move spaces to ackFeedSystem.
    move sortBusinessDate to ackDate.
    if pendingCount > 0
        move pendAction(1) to ackEditAction
        move pendFeedSystem(1) to ackFeedSystem
        perform dropOldestPending
    end-if.
    evaluate sortAction
        when "R"
            move "REJ" to ackDisposition
            move sortReasonCode to ackReasonCode
        when "H"
            move "HLD" to ackDisposition
            move sortReasonCode to ackReasonCode
        when other
            move 0 to ackReasonCode
            evaluate ackEditAction
                when "C"
                    move "CNV" to ackDisposition
                when "F"
                    move "DFT" to ackDisposition
                when other
                    move "ACC" to ackDisposition
            end-evaluate
    end-evaluate.
    perform printAckLine.

dropOldestPending.
    perform shiftOnePending varying pendIndex from 1 by 1
        until pendIndex >= pendingCount.
    subtract 1 from pendingCount.

shiftOnePending.
    move pendingEntry(pendIndex + 1) to pendingEntry(pendIndex).

flushPendingAcks.
    perform flushOnePending varying pendIndex from 1 by 1
        until pendIndex > pendingCount.
    move 0 to pendingCount.

flushOnePending.
    move spaces to trceRptLine.
    string "    " pendBusinessDate(pendIndex) "        "
        "ACK       NONE - NO BATCH DISPOSITION FOR THE NIGHT, "
        "NOT ACKNOWLEDGED"
        into trceRptLine.
    write trceRptLine.

printAckLine.
    move spaces to trceRptLine.
    if ackFeedSystem = spaces
        string "    " ackDate "        "
            "ACK       RETURNED AS " ackDisposition
            " REASON " ackReasonCode
            into trceRptLine
    else
        string "    " ackDate "        "
            "ACK       RETURNED TO " ackFeedSystem
            " AS " ackDisposition
            " REASON " ackReasonCode
            into trceRptLine
    end-if.
    write trceRptLine.

*> ------------------------- summary -------------------------
finalizeRun.
    move spaces to trceRptLine.
    write trceRptLine.
    move requestRecordsRead to formattedCount.
    move spaces to trceRptLine.
    string "REQUEST RECORDS READ......: " formattedCount
        into trceRptLine.
    write trceRptLine.
    move readingsTraced to formattedCount.
    move spaces to trceRptLine.
    string "READINGS TRACED...........: " formattedCount
        into trceRptLine.
    write trceRptLine.
    move eventsReleased to formattedCount.
    move spaces to trceRptLine.
    string "EVENTS TRACED.............: " formattedCount
        into trceRptLine.
    write trceRptLine.
    move requestsNotFound to formattedCount.
    move spaces to trceRptLine.
    string "REQUESTS NOT FOUND........: " formattedCount
        into trceRptLine.
    write trceRptLine.
    move filesNotPresent to formattedCount.
    move spaces to trceRptLine.
    string "FILES NOT PRESENT.........: " formattedCount
        into trceRptLine.
    write trceRptLine.
    close trceRptFile.
    *> RC 4, as on the inquiry service - a requester is waiting on a
    *> reading nothing on file answers for.
    move 0 to return-code.
    if requestsNotFound > 0
        move 4 to return-code
    end-if.
