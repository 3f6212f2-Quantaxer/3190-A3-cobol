*> fix their own data at their end instead of phoning our operators
*> to read EDITRPT and the reject file to them.
*>
*> A record the edit dropped, withheld or held as a conflicting
*> reading, or refused as a correction naming an unknown key, has no
*> batch disposition (it never reached the cleaned extract); every
*> other edit record is matched
*> one-for-one, in order, against the next batch record, and the two
*> files falling out of step is an abend - it means the disposition
*> files do not describe the same night.
*>
*> The night's figures per source system and business date - records
*> received, dropped, defaulted, held and rejected by reason, and the
*> feed itself - are also appended to the quality accumulation file
*> (QUALACC, sqrtqacc.cpy) the monthly data quality scorecard
*> (sqrtqual.cob) adds up.
*>
*> Modification history:
*> 10/15/2026 - The night's dispositions are also counted per source
*>              system and business date onto the quality
*>              accumulation file (QUALACC) for the monthly data
*>              quality scorecard.
*> 10/15/2026 - The batch disposition record carries the lineage
*>              trace's trailing fields (sqrtdisp.cpy); they are
*>              read past here.
*> 10/15/2026 - A sender correction or cancellation the edit refused
*>              for naming a record key we never received (edit
*>              disposition "U") goes back as REJ with the unknown-
*>              key reason code, without consuming a batch
*>              disposition.
*> 10/15/2026 - A reading the edit withheld as the losing side of a
*>              conflicting reading goes back as CFL, and one it
*>              held for review as HLD, both with the conflict
*>              reason code and without consuming a batch
*>              disposition; both are counted on the report.
*> 10/15/2026 - A batch "H" disposition (reading held on the
*>              suspect-hold file as outside its source's expected
*>              range) now goes back to the sender as HLD with the
*>              hold reason code, and is counted on the report.

*> --------------------------------------------------------------------------------------------
identification division.
            organization is line sequential
            file status is ackFile3Status.

        select qualAccFile assign to "QUALACC"
            organization is line sequential
            file status is qualAccFileStatus.

        select ackRptFile assign to "ACKRPT"
            organization is line sequential
            file status is ackRptFileStatus.
        05 batRecordKey    pic 9(8).
        05 batAction       pic x(1).
        05 batReasonCode   pic 9(2).
        *> The business date, reading and value fields the lineage
        *> trace reads - not needed to build an acknowledgment.
        05 filler          pic x(76).

    fd ackFile1.
    01 ackRecord1 pic x(30).
    fd ackFile3.
    01 ackRecord3 pic x(30).

    fd qualAccFile.
    *> The quality accumulation file - see sqrtqacc.cpy.
    01 qualAccRecord.
        copy sqrtqacc.

    fd ackRptFile.
    01 ackRptLine pic x(80).

        77 ackFile2Status     pic x(2).
        77 ackFile3Status     pic x(2).
        77 ackRptFileStatus   pic x(2).
        77 qualAccFileStatus  pic x(2).
        77 endOfEditDisp      pic 9 value 0.
        77 endOfBatDisp       pic 9 value 0.
        77 fileOpenAbendCode  pic 9(2) value 16.
                10 sysDefaulted pic 9(7).
                10 sysDropped   pic 9(7).
                10 sysRejected  pic 9(7).
                10 sysHeld      pic 9(7).
                10 sysConflicts pic 9(7).
        77 sysIndex    pic 9(1).
        77 activeIndex pic 9(1).

        *> The quality figures - one entry per source system and
        *> business date (a system sending two days' feeds in one
        *> night is two entries), with the rejects counted by reason.
        77 qualityLimit pic 9(2) value 20.
        77 qualityCount pic 9(2) value 0.
        01 qualityTable.
            05 qualityEntry occurs 20 times.
                10 qualSourceSystem pic x(8).
                10 qualBusinessDate pic 9(8).
                10 qualReceived     pic 9(7).
                10 qualDropped      pic 9(7).
                10 qualDefaulted    pic 9(7).
                10 qualHeld         pic 9(7).
                10 qualRejected     pic 9(7) occurs 99 times.
        77 qualIndex    pic 9(2).
        77 activeQual   pic 9(2).
        77 reasonIndex  pic 9(2).
        77 qualRunTime  pic 9(8).

        77 ackDate pic 9(8).
        77 finalDisposition pic x(3).
        77 finalReasonCode  pic 9(2).

initializeFiles.
    accept ackDate from date yyyymmdd.
    accept qualRunTime from time.
    initialize qualityTable.
    open input editDispFile.
    if editDispFileStatus <> "00"
        display "SQRTACK ABEND - EDITDISP FAILED TO OPEN, STATUS " editDispFileStatus
    add 1 to editRecordsRead.
    perform findSystemEntry.
    add 1 to sysReceived(activeIndex).
    evaluate dispAction
        when "X"
            move "DRP" to finalDisposition
            move 0 to finalReasonCode
            add 1 to sysDropped(activeIndex)
        when "K"
            move "CFL" to finalDisposition
            move dispReasonCode to finalReasonCode
            add 1 to sysConflicts(activeIndex)
        when "H"
            move "HLD" to finalDisposition
            move dispReasonCode to finalReasonCode
            add 1 to sysConflicts(activeIndex)
        when "U"
            move "REJ" to finalDisposition
            move dispReasonCode to finalReasonCode
            add 1 to sysRejected(activeIndex)
        when other
            perform resolveBatchDisposition
    end-evaluate.
    perform writeAckDetail.
    perform countQuality.

*> Counts the resolved record toward its system's quality figures for
*> the business date. A defaulted unit counts whatever the batch then
*> did with the reading.
countQuality.
    perform findQualityEntry.
    add 1 to qualReceived(activeQual).
    if dispAction = "F"
        add 1 to qualDefaulted(activeQual)
    end-if.
    evaluate finalDisposition
        when "DRP"
            add 1 to qualDropped(activeQual)
        when "REJ"
            move finalReasonCode to reasonIndex
            if reasonIndex = 0
                move 99 to reasonIndex
            end-if
            add 1 to qualRejected(activeQual, reasonIndex)
        when "HLD"
            add 1 to qualHeld(activeQual)
        when "CFL"
            add 1 to qualHeld(activeQual)
    end-evaluate.

findQualityEntry.
    move 0 to activeQual.
    perform checkOneQualityEntry varying qualIndex from 1 by 1
        until qualIndex > qualityCount or activeQual > 0.
    if activeQual = 0
        if qualityCount >= qualityLimit
            display "SQRTACK ABEND - MORE THAN " qualityLimit
                " SOURCE SYSTEM FEEDS ON EDITDISP"
            move matchAbendCode to return-code
            stop run
        end-if
        add 1 to qualityCount
        move qualityCount to activeQual
        move dispSourceSystem to qualSourceSystem(activeQual)
        move dispBusinessDate to qualBusinessDate(activeQual)
    end-if.

checkOneQualityEntry.
    if qualSourceSystem(qualIndex) = dispSourceSystem
        and qualBusinessDate(qualIndex) = dispBusinessDate
        move qualIndex to activeQual
    end-if.

*> Everything the edit passed reached the batch - its disposition is
*> the next batch record's.
resolveBatchDisposition.
    perform readMatchingBatchRecord.
    evaluate batAction
        when "R"
            move "REJ" to finalDisposition
            move batReasonCode to finalReasonCode
            add 1 to sysRejected(activeIndex)
        when "H"
            move "HLD" to finalDisposition
            move batReasonCode to finalReasonCode
            add 1 to sysHeld(activeIndex)
        when other
            perform resolveAcceptedDisposition
    end-evaluate.

*> An accepted record's disposition is the edit side's - as sent,
*> converted, or defaulted.
resolveAcceptedDisposition.
    move 0 to finalReasonCode.
    evaluate dispAction
        when "C"
            move "CNV" to finalDisposition
            add 1 to sysConverted(activeIndex)
        when "F"
            move "DFT" to finalDisposition
            add 1 to sysDefaulted(activeIndex)
        when other
            move "ACC" to finalDisposition
            add 1 to sysAccepted(activeIndex)
    end-evaluate.

*> Reads the next batch disposition, which must carry the same record
*> key the edit side is resolving - the two files are written in the
        move 0 to sysDefaulted(activeIndex)
        move 0 to sysDropped(activeIndex)
        move 0 to sysRejected(activeIndex)
        move 0 to sysHeld(activeIndex)
        move 0 to sysConflicts(activeIndex)
        perform writeAckHeader
    end-if.

    close ackFile1.
    close ackFile2.
    close ackFile3.
    perform writeQualityFigures.
    perform writeAckReport.
    move 0 to return-code.

*> Appends the night's figures to the quality accumulation file -
*> the feed and its readings received always, the rest only when
*> there is something to count.
writeQualityFigures.
    open extend qualAccFile.
    if qualAccFileStatus <> "00"
        open output qualAccFile
    end-if.
    if qualAccFileStatus <> "00"
        display "SQRTACK ABEND - QUALACC FAILED TO OPEN, STATUS " qualAccFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    perform writeQualityEntry varying activeQual from 1 by 1
        until activeQual > qualityCount.
    close qualAccFile.

writeQualityEntry.
    move "FEED" to qaccMeasure.
    move 1 to qaccCount.
    perform writeQualityRecord.
    move "RECEIVED" to qaccMeasure.
    move qualReceived(activeQual) to qaccCount.
    perform writeQualityRecord.
    if qualDropped(activeQual) > 0
        move "DROPPED" to qaccMeasure
        move qualDropped(activeQual) to qaccCount
        perform writeQualityRecord
    end-if.
    if qualDefaulted(activeQual) > 0
        move "DEFAULTD" to qaccMeasure
        move qualDefaulted(activeQual) to qaccCount
        perform writeQualityRecord
    end-if.
    if qualHeld(activeQual) > 0
        move "HELD" to qaccMeasure
        move qualHeld(activeQual) to qaccCount
        perform writeQualityRecord
    end-if.
    *> Reasons 1-98 by a loop, 99 (a reject with no reason) after
    *> it - the two-digit subscript cannot step past 99.
    perform writeQualityReject varying reasonIndex from 1 by 1
        until reasonIndex > 98.
    move 99 to reasonIndex.
    perform writeQualityReject.

writeQualityReject.
    if qualRejected(activeQual, reasonIndex) > 0
        move "REJECTED" to qaccMeasure
        move qualRejected(activeQual, reasonIndex) to qaccCount
        perform writeQualityRecord
    end-if.

writeQualityRecord.
    move qualBusinessDate(activeQual) to qaccBusinessDate.
    move qualSourceSystem(activeQual) to qaccSourceSystem.
    if qaccMeasure = "REJECTED"
        move reasonIndex to qaccReasonCode
    else
        move 0 to qaccReasonCode
    end-if.
    move 0 to qaccAmount.
    move "SQRTACK" to qaccProgram.
    move ackDate to qaccRunDate.
    move qualRunTime to qaccRunTime.
    write qualAccRecord.

*> The builder's own one-page report - per-system counts so the
*> operator can eyeball tonight's acknowledgments before they go out.
writeAckReport.
    string "  REJECTED BY BATCH.......: " formattedCount
        into ackRptLine.
    write ackRptLine.

    move sysHeld(sysIndex) to formattedCount.
    move spaces to ackRptLine.
    string "  HELD - OUT OF RANGE.....: " formattedCount
        into ackRptLine.
    write ackRptLine.

    move sysConflicts(sysIndex) to formattedCount.
    move spaces to ackRptLine.
    string "  CONFLICT - WITHHELD/HELD: " formattedCount
        into ackRptLine.
    write ackRptLine.
