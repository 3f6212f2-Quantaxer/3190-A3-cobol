*> File: sqrtsetl.cob
*> Name: Peter Hudel
*> Student Number: 1012673
*> Date: 10/15/2026
*> Description: Nightly settlement interface. The settlement and
*> billing system used to get our numbers by someone keying totals
*> off the load report. Once the night has balanced, this step writes
*> the fixed-format SETLOUT interface file (sqrtsint.cpy) - a header
*> with the business date and run sequence number, a detail for
*> every reading settlement has not had before (record key, source,
*> facility from SRCMAST, reading date, standardized input, root,
*> estimate flag), and a trailer with the count and hash total - and
*> appends a copy of every record to SETLLOG for the resend facility
*> (sqrtsres.cob).
*>
*> What settlement has been sent is kept on the SETLREG settlement
*> register - one record per meter-day, in the history master's key
*> order, with the value, root and flag last sent and the sequence
*> number that sent them. Each night the history master is matched
*> against the register and a new generation of the register
*> written:
*>   - on the history, not the register: a new reading - a detail;
*>   - on both, unchanged: nothing sent;
*>   - on both, changed: an adjustment referencing the reading as
*>     first sent - "T" when an estimate was trued up by its actual,
*>     "R" for any other replacement (rerun, sender correction,
*>     conflict settled, restatement);
*>   - on the register, gone from the history: an "X" adjustment
*>     withdrawing it (sender cancellation, backout).
*> So a true-up or a replacement never goes out as a second reading
*> for the same meter-day.
*>
*> On the first run there is no register yet - every reading loaded
*> before tonight is registered as settled (sequence zero) without
*> being sent, and only tonight's loads go out.
*>
*> Modification history:
*> (none yet)

*> --------------------------------------------------------------------------------------------
identification division.
    program-id. sqrtsetl.
*> --------------------------------------------------------------------------------------------
environment division.
    input-output section.
    file-control.
        select extractFile assign to "EXTRACT"
            organization is line sequential
            file status is extractFileStatus.

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

        select oldRegFile assign to "SETLREG"
            organization is line sequential
            file status is oldRegFileStatus.

        select newRegFile assign to "SETLNEW"
            organization is line sequential
            file status is newRegFileStatus.

        select setlOutFile assign to "SETLOUT"
            organization is line sequential
            file status is setlOutFileStatus.

        select setlLogFile assign to "SETLLOG"
            organization is line sequential
            file status is setlLogFileStatus.

        select setlRptFile assign to "SETLRPT"
            organization is line sequential
            file status is setlRptFileStatus.
*> --------------------------------------------------------------------------------------------
data division.
    file section.
    fd extractFile.
    *> The cleaned extract sqrtbatch reads - only the header record
    *> is consumed here, for the night's business date.
    01 inRecord.
        05 inRecordType pic x(1).
        05 inRecordBody pic x(42).
        05 inHeaderFields redefines inRecordBody.
            10 inFileDate     pic 9(8).
            10 inSourceSystem pic x(8).
            10 filler         pic x(26).

    fd histFile.
    *> The layout the history fold writes - see sqrthmst.cpy.
    01 histRecord.
        copy sqrthmst.

    fd srcMastFile.
    *> The source master, read for each reading's facility - see
    *> sqrtsrc.cpy.
    01 srcMastRecord.
        copy sqrtsrc.

    fd oldRegFile.
    *> Last night's settlement register - an "H" record with the last
    *> sequence number used, then one "R" record per meter-day sent,
    *> in the history master's key order.
    01 oldRegRecord.
        05 oldRegType pic x(1).
        05 oldRegBody pic x(88).
        05 oldRegHeaderFields redefines oldRegBody.
            10 oldRegLastSequence pic 9(7).
            10 oldRegLastBusiness pic 9(8).
            10 filler             pic x(73).
        05 oldRegReadingFields redefines oldRegBody.
            10 oldRegKey.
                15 oldRegSourceId    pic x(8).
                15 oldRegReadingDate pic 9(8).
            10 oldRegRecordKey    pic 9(8).
            10 oldRegUserInput    pic s9(18)v9(9)
                sign is leading separate character.
            10 oldRegResult       pic s9(18)v9(9)
                sign is leading separate character.
            10 oldRegEstimateFlag pic x(1).
            10 oldRegSequence     pic 9(7).

    fd newRegFile.
    *> Tonight's settlement register - the same layout.
    01 newRegRecord.
        05 newRegType pic x(1).
        05 newRegBody pic x(88).
        05 newRegHeaderFields redefines newRegBody.
            10 newRegLastSequence pic 9(7).
            10 newRegLastBusiness pic 9(8).
            10 filler             pic x(73).
        05 newRegReadingFields redefines newRegBody.
            10 newRegSourceId     pic x(8).
            10 newRegReadingDate  pic 9(8).
            10 newRegRecordKey    pic 9(8).
            10 newRegUserInput    pic s9(18)v9(9)
                sign is leading separate character.
            10 newRegResult       pic s9(18)v9(9)
                sign is leading separate character.
            10 newRegEstimateFlag pic x(1).
            10 newRegSequence     pic 9(7).

    fd setlOutFile.
    *> The settlement interface file - see sqrtsint.cpy.
    01 setlRecord.
        copy sqrtsint.

    fd setlLogFile.
    *> Every interface record ever sent, for the resend facility.
    01 setlLogRecord pic x(140).

    fd setlRptFile.
    01 setlRptLine pic x(100).

    working-storage section.
        77 extractFileStatus pic x(2).
        77 histFileStatus    pic x(2).
        77 srcMastFileStatus pic x(2).
        77 oldRegFileStatus  pic x(2).
        77 newRegFileStatus  pic x(2).
        77 setlOutFileStatus pic x(2).
        77 setlLogFileStatus pic x(2).
        77 setlRptFileStatus pic x(2).
        77 endOfHistFile     pic 9 value 0.
        77 endOfOldReg       pic 9 value 0.
        77 fileOpenAbendCode pic 9(2) value 16.
        77 controlAbendCode  pic 9(2) value 12.

        77 businessDate   pic 9(8) value 0.
        77 runDate        pic 9(8).
        77 lastSequence   pic 9(7) value 0.
        77 sequenceNumber pic 9(7) value 0.
        77 firstRun       pic 9 value 0.
        77 oldRegOpened   pic 9 value 0.

        *> The match keys - high-values once a file is exhausted, so
        *> the other file's remaining records sort before it.
        77 histMatchKey pic x(16).
        77 regMatchKey  pic x(16).

        *> Control totals for the trailer and the report.
        77 historyRecordsRead pic 9(9) value 0.
        77 registerRecordsRead pic 9(9) value 0.
        77 detailsSent        pic 9(9) value 0.
        77 estimatesSent      pic 9(9) value 0.
        77 trueUpsSent        pic 9(9) value 0.
        77 replacementsSent   pic 9(9) value 0.
        77 withdrawalsSent    pic 9(9) value 0.
        77 readingsUnchanged  pic 9(9) value 0.
        77 readingsSeeded     pic 9(9) value 0.
        77 recordsInFile      pic 9(9) value 0.
        77 hashTotal          pic s9(18)v9(9) value 0.
        77 formattedBigCount  pic zzzzzzzz9.
        77 formattedHash      pic -(18).9(6).
*> --------------------------------------------------------------------------------------------
procedure division.
    *> Main program loop here
    perform initializeFiles.
    perform writeFileHeader.
    perform readNextHistory.
    perform readNextRegister.
    perform matchOneMeterDay
        until endOfHistFile = 1 and endOfOldReg = 1.
    perform finalizeRun.
    stop run.

initializeFiles.
    accept runDate from date yyyymmdd.
    perform readBusinessDate.
    perform openOldRegister.
    open input histFile.
    if histFileStatus <> "00"
        display "SQRTSETL ABEND - HISTMAST FAILED TO OPEN, STATUS " histFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open input srcMastFile.
    if srcMastFileStatus <> "00"
        display "SQRTSETL ABEND - SRCMAST FAILED TO OPEN, STATUS " srcMastFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open output newRegFile.
    if newRegFileStatus <> "00"
        display "SQRTSETL ABEND - SETLNEW FAILED TO OPEN, STATUS " newRegFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open output setlOutFile.
    if setlOutFileStatus <> "00"
        display "SQRTSETL ABEND - SETLOUT FAILED TO OPEN, STATUS " setlOutFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open extend setlLogFile.
    if setlLogFileStatus <> "00"
        open output setlLogFile
    end-if.
    if setlLogFileStatus <> "00"
        display "SQRTSETL ABEND - SETLLOG FAILED TO OPEN, STATUS " setlLogFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open output setlRptFile.
    if setlRptFileStatus <> "00"
        display "SQRTSETL ABEND - SETLRPT FAILED TO OPEN, STATUS " setlRptFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.

*> The business date is the date on the cleaned extract's header.
readBusinessDate.
    open input extractFile.
    if extractFileStatus <> "00"
        display "SQRTSETL ABEND - EXTRACT FAILED TO OPEN, STATUS " extractFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    read extractFile
        at end
            display "SQRTSETL ABEND - EXTRACT IS EMPTY, NO HEADER RECORD"
            move controlAbendCode to return-code
            stop run
    end-read.
    if inRecordType not = "H"
        display "SQRTSETL ABEND - EXTRACT DOES NOT START WITH A HEADER RECORD"
        move controlAbendCode to return-code
        stop run
    end-if.
    move inFileDate to businessDate.
    close extractFile.

*> No register yet, or an empty one, means the interface's first
*> night. Otherwise it must start with its "H" record, or the night
*> would reuse a sequence number.
openOldRegister.
    open input oldRegFile.
    if oldRegFileStatus = "35"
        move 1 to firstRun
        move 1 to endOfOldReg
    else
        if oldRegFileStatus <> "00"
            display "SQRTSETL ABEND - SETLREG FAILED TO OPEN, STATUS " oldRegFileStatus
            move fileOpenAbendCode to return-code
            stop run
        end-if
        move 1 to oldRegOpened
        read oldRegFile
            at end
                move 1 to firstRun
                move 1 to endOfOldReg
        end-read
        if firstRun = 0
            if oldRegType not = "H"
                display "SQRTSETL ABEND - SETLREG DOES NOT START WITH A HEADER RECORD"
                move controlAbendCode to return-code
                stop run
            end-if
            move oldRegLastSequence to lastSequence
        end-if
    end-if.
    compute sequenceNumber = lastSequence + 1.

writeFileHeader.
    move spaces to setlRecord.
    move "H" to setlRecordType.
    move businessDate to setlBusinessDate.
    move sequenceNumber to setlSequenceNumber.
    move runDate to setlCreatedDate.
    move "N" to setlResendFlag.
    perform sendRecord.
    move spaces to newRegRecord.
    move "H" to newRegType.
    move sequenceNumber to newRegLastSequence.
    move businessDate to newRegLastBusiness.
    write newRegRecord.

readNextHistory.
    read histFile
        at end
            move 1 to endOfHistFile
            move high-values to histMatchKey
        not at end
            add 1 to historyRecordsRead
            move histKey to histMatchKey
    end-read.

readNextRegister.
    if endOfOldReg = 1
        move high-values to regMatchKey
    else
        read oldRegFile
            at end
                move 1 to endOfOldReg
                move high-values to regMatchKey
            not at end
                add 1 to registerRecordsRead
                move oldRegKey to regMatchKey
        end-read
    end-if.

*> One step of the match - the lower key is dealt with and its file
*> read on; equal keys are the same meter-day on both.
matchOneMeterDay.
    evaluate true
        when histMatchKey < regMatchKey
            perform settleNewReading
            perform readNextHistory
        when histMatchKey > regMatchKey
            perform settleWithdrawnReading
            perform readNextRegister
        when other
            perform settleMatchedReading
            perform readNextHistory
            perform readNextRegister
    end-evaluate.

*> A meter-day settlement has never had. On the first night only
*> tonight's loads are sent; everything older is registered as
*> already settled.
settleNewReading.
    if firstRun = 1 and histLoadDate < runDate
        move 0 to newRegSequence
        add 1 to readingsSeeded
    else
        perform buildReadingRecord
        move "D" to setlRecordType
        perform sendRecord
        add 1 to detailsSent
        if histEstimateFlag = "Y"
            add 1 to estimatesSent
        end-if
        move sequenceNumber to newRegSequence
    end-if.
    perform registerHistReading.

*> The same meter-day on both - sent again as an adjustment only when
*> the reading settlement holds is no longer the one on the history.
settleMatchedReading.
    if histRecordKey = oldRegRecordKey
        and histUserInput = oldRegUserInput
        and histResult = oldRegResult
        and histEstimateFlag = oldRegEstimateFlag
        move oldRegRecord to newRegRecord
        write newRegRecord
        add 1 to readingsUnchanged
    else
        perform buildReadingRecord
        move "A" to setlRecordType
        if oldRegEstimateFlag = "Y" and histEstimateFlag not = "Y"
            move "T" to setlAdjustAction
            add 1 to trueUpsSent
        else
            move "R" to setlAdjustAction
            add 1 to replacementsSent
        end-if
        perform referenceOriginal
        perform sendRecord
        move sequenceNumber to newRegSequence
        perform registerHistReading
    end-if.

*> A meter-day settlement holds that is gone from the history - it is
*> withdrawn, and drops off the register.
settleWithdrawnReading.
    move spaces to setlRecord.
    move "A" to setlRecordType.
    move oldRegRecordKey to setlRecordKey.
    move oldRegSourceId to setlSourceId.
    move oldRegSourceId to srcSourceId.
    perform lookUpFacility.
    move oldRegReadingDate to setlReadingDate.
    move 0 to setlUserInput.
    move 0 to setlResult.
    move oldRegEstimateFlag to setlEstimateFlag.
    move "X" to setlAdjustAction.
    perform referenceOriginal.
    perform sendRecord.
    add 1 to withdrawalsSent.

buildReadingRecord.
    move spaces to setlRecord.
    move histRecordKey to setlRecordKey.
    move histSourceId to setlSourceId.
    move histSourceId to srcSourceId.
    perform lookUpFacility.
    move histReadingDate to setlReadingDate.
    move histUserInput to setlUserInput.
    move histResult to setlResult.
    move histEstimateFlag to setlEstimateFlag.
    move 0 to setlOrigRecordKey.
    move 0 to setlOrigSequence.
    move 0 to setlOrigUserInput.

lookUpFacility.
    read srcMastFile
        invalid key
            move "UNKNOWN" to setlFacility
        not invalid key
            move srcFacility to setlFacility
    end-read.

referenceOriginal.
    move oldRegRecordKey to setlOrigRecordKey.
    move oldRegSequence to setlOrigSequence.
    move oldRegUserInput to setlOrigUserInput.

*> newRegSequence is already set by the caller.
registerHistReading.
    move "R" to newRegType.
    move histSourceId to newRegSourceId.
    move histReadingDate to newRegReadingDate.
    move histRecordKey to newRegRecordKey.
    move histUserInput to newRegUserInput.
    move histResult to newRegResult.
    move histEstimateFlag to newRegEstimateFlag.
    write newRegRecord.

*> Writes the record in setlRecord to the interface file and the
*> resend log, counting details and adjustments into the trailer.
sendRecord.
    if setlRecordType = "D" or setlRecordType = "A"
        add 1 to recordsInFile
        add setlUserInput to hashTotal
    end-if.
    write setlRecord.
    move setlRecord to setlLogRecord.
    write setlLogRecord.

finalizeRun.
    move spaces to setlRecord.
    move "T" to setlRecordType.
    move recordsInFile to setlTrailerCount.
    move hashTotal to setlTrailerHash.
    perform sendRecord.
    close histFile.
    close srcMastFile.
    if oldRegOpened = 1
        close oldRegFile
    end-if.
    close newRegFile.
    close setlOutFile.
    close setlLogFile.
    perform writeSettlementReport.
    close setlRptFile.
    move 0 to return-code.

writeSettlementReport.
    move "SETTLEMENT INTERFACE - CONTROL TOTALS REPORT" to setlRptLine.
    write setlRptLine.
    move spaces to setlRptLine.
    write setlRptLine.

    move spaces to setlRptLine.
    string "BUSINESS DATE.............: " businessDate
        into setlRptLine.
    write setlRptLine.

    move spaces to setlRptLine.
    string "RUN SEQUENCE NUMBER.......: " sequenceNumber
        into setlRptLine.
    write setlRptLine.

    if firstRun = 1
        move "FIRST RUN - NO SETTLEMENT REGISTER, EARLIER LOADS REGISTERED AS SETTLED"
            to setlRptLine
        write setlRptLine
    end-if.

    move historyRecordsRead to formattedBigCount.
    move spaces to setlRptLine.
    string "HISTORY RECORDS READ......: " formattedBigCount
        into setlRptLine.
    write setlRptLine.

    move registerRecordsRead to formattedBigCount.
    move spaces to setlRptLine.
    string "REGISTER RECORDS READ.....: " formattedBigCount
        into setlRptLine.
    write setlRptLine.

    move detailsSent to formattedBigCount.
    move spaces to setlRptLine.
    string "NEW READINGS SENT.........: " formattedBigCount
        into setlRptLine.
    write setlRptLine.

    move estimatesSent to formattedBigCount.
    move spaces to setlRptLine.
    string "  OF WHICH ESTIMATES......: " formattedBigCount
        into setlRptLine.
    write setlRptLine.

    move trueUpsSent to formattedBigCount.
    move spaces to setlRptLine.
    string "TRUE-UP ADJUSTMENTS.......: " formattedBigCount
        into setlRptLine.
    write setlRptLine.

    move replacementsSent to formattedBigCount.
    move spaces to setlRptLine.
    string "REPLACEMENT ADJUSTMENTS...: " formattedBigCount
        into setlRptLine.
    write setlRptLine.

    move withdrawalsSent to formattedBigCount.
    move spaces to setlRptLine.
    string "WITHDRAWAL ADJUSTMENTS....: " formattedBigCount
        into setlRptLine.
    write setlRptLine.

    move readingsUnchanged to formattedBigCount.
    move spaces to setlRptLine.
    string "SETTLED, UNCHANGED........: " formattedBigCount
        into setlRptLine.
    write setlRptLine.

    move readingsSeeded to formattedBigCount.
    move spaces to setlRptLine.
    string "REGISTERED WITHOUT SENDING: " formattedBigCount
        into setlRptLine.
    write setlRptLine.

    move recordsInFile to formattedBigCount.
    move spaces to setlRptLine.
    string "TRAILER RECORD COUNT......: " formattedBigCount
        into setlRptLine.
    write setlRptLine.

    move hashTotal to formattedHash.
    move spaces to setlRptLine.
    string "TRAILER HASH TOTAL........: " formattedHash
        into setlRptLine.
    write setlRptLine.
