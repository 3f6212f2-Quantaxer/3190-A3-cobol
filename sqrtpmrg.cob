*> File: sqrtpmrg.cob
*> Name: Peter Hudel
*> Student Number: 1012673
*> Date: 10/15/2026
*> Description: Partition merge for the partitioned nightly batch. The
*> edit step splits the cleaned extract into one partition per source
*> system (PARTOUT1-3) and each partition is run by its own sqrtbatch
*> stream, concurrently, with its own checkpoint and its own outputs.
*> This step puts the three streams' outputs back together into the
*> night's single results (OUTFILE), wide results (WIDEFILE), rejects
*> (REJFILE), batch dispositions (BATDISP) and sender corrections
*> (CORRFILE), in the record order one sqrtbatch run over the whole
*> cleaned extract would have written them - the order the
*> acknowledgment builder matches BATDISP against EDITDISP in.
*>
*> The PARTMAP partition map (sqrtpmap.cpy) lists every cleaned
*> record in extract order with the partition it went to. For each,
*> the next batch disposition is taken from that partition's BATDISP,
*> and the disposition says what else the stream wrote for it: an
*> accepted detail one OUTFILE record (and one WIDEFILE record when
*> its overflow was recomputed through sqrthp), a rejected detail one
*> REJFILE record, an accepted correction or cancellation one
*> CORRFILE record, a held reading nothing. Every record taken must
*> carry the map's record key, or the files do not describe the same
*> night and the step abends. What is left on a stream's results and
*> rejects after the map came from its resubmission pass (RESUB is
*> given to the first stream), and is copied after the extract's
*> records, as one run would have.
*>
*> A stream that did not finish has no record on its run-history file
*> (RUNHIST1-3, sqrtrhist.cpy) and abends this step - restart that
*> stream from its own checkpoint, then rerun the merge. The streams'
*> run records are added to the cumulative RUNHIST, the merge's own
*> counts go to the chain balance file (BALFILE), and the step ends
*> with the worst of the streams' return codes, so the steps after it
*> are gated exactly as they were on the single batch step.
*>
*> Modification history:
*> (none yet)

*> --------------------------------------------------------------------------------------------
identification division.
    program-id. sqrtpmrg.
*> --------------------------------------------------------------------------------------------
environment division.
    input-output section.
    file-control.
        select partMapFile assign to "PARTMAP"
            organization is line sequential
            file status is partMapFileStatus.

        select batDispIn1 assign to "BATDISP1"
            organization is line sequential
            file status is batDispIn1Status.

        select batDispIn2 assign to "BATDISP2"
            organization is line sequential
            file status is batDispIn2Status.

        select batDispIn3 assign to "BATDISP3"
            organization is line sequential
            file status is batDispIn3Status.

        select resultIn1 assign to "OUTFILE1"
            organization is line sequential
            file status is resultIn1Status.

        select resultIn2 assign to "OUTFILE2"
            organization is line sequential
            file status is resultIn2Status.

        select resultIn3 assign to "OUTFILE3"
            organization is line sequential
            file status is resultIn3Status.

        select wideIn1 assign to "WIDEFIL1"
            organization is line sequential
            file status is wideIn1Status.

        select wideIn2 assign to "WIDEFIL2"
            organization is line sequential
            file status is wideIn2Status.

        select wideIn3 assign to "WIDEFIL3"
            organization is line sequential
            file status is wideIn3Status.

        select rejectIn1 assign to "REJFILE1"
            organization is line sequential
            file status is rejectIn1Status.

        select rejectIn2 assign to "REJFILE2"
            organization is line sequential
            file status is rejectIn2Status.

        select rejectIn3 assign to "REJFILE3"
            organization is line sequential
            file status is rejectIn3Status.

        select corrIn1 assign to "CORRFIL1"
            organization is line sequential
            file status is corrIn1Status.

        select corrIn2 assign to "CORRFIL2"
            organization is line sequential
            file status is corrIn2Status.

        select corrIn3 assign to "CORRFIL3"
            organization is line sequential
            file status is corrIn3Status.

        select runHistIn1 assign to "RUNHIST1"
            organization is line sequential
            file status is runHistIn1Status.

        select runHistIn2 assign to "RUNHIST2"
            organization is line sequential
            file status is runHistIn2Status.

        select runHistIn3 assign to "RUNHIST3"
            organization is line sequential
            file status is runHistIn3Status.

        select batDispFile assign to "BATDISP"
            organization is line sequential
            file status is batDispFileStatus.

        select outFile assign to "OUTFILE"
            organization is line sequential
            file status is outFileStatus.

        select wideFile assign to "WIDEFILE"
            organization is line sequential
            file status is wideFileStatus.

        select rejFile assign to "REJFILE"
            organization is line sequential
            file status is rejFileStatus.

        select corrFile assign to "CORRFILE"
            organization is line sequential
            file status is corrFileStatus.

        select runHistFile assign to "RUNHIST"
            organization is line sequential
            file status is runHistFileStatus.

        select balFile assign to "BALFILE"
            organization is line sequential
            file status is balFileStatus.

        select mrgRptFile assign to "MRGRPT"
            organization is line sequential
            file status is mrgRptFileStatus.
*> --------------------------------------------------------------------------------------------
data division.
    file section.
    fd partMapFile.
    *> Every cleaned record in extract order and the partition it went
    *> to - see sqrtpmap.cpy.
    01 partMapRecord.
        copy sqrtpmap.

    *> The streams' outputs, in sqrtbatch's layouts - read into the
    *> working copies below and written out unchanged.
    fd batDispIn1.
    01 batDispIn1Record pic x(95).

    fd batDispIn2.
    01 batDispIn2Record pic x(95).

    fd batDispIn3.
    01 batDispIn3Record pic x(95).

    fd resultIn1.
    01 resultIn1Record pic x(61).

    fd resultIn2.
    01 resultIn2Record pic x(61).

    fd resultIn3.
    01 resultIn3Record pic x(61).

    fd wideIn1.
    01 wideIn1Record pic x(80).

    fd wideIn2.
    01 wideIn2Record pic x(80).

    fd wideIn3.
    01 wideIn3Record pic x(80).

    fd rejectIn1.
    01 rejectIn1Record pic x(46).

    fd rejectIn2.
    01 rejectIn2Record pic x(46).

    fd rejectIn3.
    01 rejectIn3Record pic x(46).

    fd corrIn1.
    01 corrIn1Record pic x(81).

    fd corrIn2.
    01 corrIn2Record pic x(81).

    fd corrIn3.
    01 corrIn3Record pic x(81).

    fd runHistIn1.
    01 runHistIn1Record pic x(62).

    fd runHistIn2.
    01 runHistIn2Record pic x(62).

    fd runHistIn3.
    01 runHistIn3Record pic x(62).

    *> The night's merged files, one generation each, as the load,
    *> history fold and acknowledgment builder have always read them.
    fd batDispFile.
    01 batDispRecord pic x(95).

    fd outFile.
    01 outRecord pic x(61).

    fd wideFile.
    01 wideRecord pic x(80).

    fd rejFile.
    01 rejRecord pic x(46).

    fd corrFile.
    01 corrRecord pic x(81).

    fd runHistFile.
    *> The cumulative run history the monthly operations report reads
    *> - see sqrtrhist.cpy.
    01 runHistRecord pic x(62).

    fd balFile.
    *> The chain balance file every step appends its counts to - see
    *> sqrtbalr.cpy.
    01 balRecord.
        copy sqrtbalr.

    fd mrgRptFile.
    01 mrgRptLine pic x(100).

    working-storage section.
        77 partMapFileStatus pic x(2).
        77 batDispIn1Status  pic x(2).
        77 batDispIn2Status  pic x(2).
        77 batDispIn3Status  pic x(2).
        77 resultIn1Status   pic x(2).
        77 resultIn2Status   pic x(2).
        77 resultIn3Status   pic x(2).
        77 wideIn1Status     pic x(2).
        77 wideIn2Status     pic x(2).
        77 wideIn3Status     pic x(2).
        77 rejectIn1Status   pic x(2).
        77 rejectIn2Status   pic x(2).
        77 rejectIn3Status   pic x(2).
        77 corrIn1Status     pic x(2).
        77 corrIn2Status     pic x(2).
        77 corrIn3Status     pic x(2).
        77 runHistIn1Status  pic x(2).
        77 runHistIn2Status  pic x(2).
        77 runHistIn3Status  pic x(2).
        77 batDispFileStatus pic x(2).
        77 outFileStatus     pic x(2).
        77 wideFileStatus    pic x(2).
        77 rejFileStatus     pic x(2).
        77 corrFileStatus    pic x(2).
        77 runHistFileStatus pic x(2).
        77 balFileStatus     pic x(2).
        77 mrgRptFileStatus  pic x(2).
        77 endOfPartMap      pic 9 value 0.
        77 endOfPartFile     pic 9 value 0.
        77 fileOpenAbendCode pic 9(2) value 16.
        77 mergeAbendCode    pic 9(2) value 12.

        *> Working copies of one record from a stream - the fields
        *> the merge checks, over sqrtbatch's layouts.
        01 batDispWork.
            copy sqrtdisp.
        01 resultWork.
            05 resultRecordKey   pic 9(8).
            05 resultSourceId    pic x(8).
            05 resultReadingDate pic 9(8).
            05 resultUserInput   pic s9(11)v9(6)
                sign is leading separate character.
            05 resultValue       pic s9(11)v9(6)
                sign is leading separate character.
            05 resultEstimateFlag pic x(1).
        01 wideWork.
            05 wideRecordKey   pic 9(8).
            05 wideSourceId    pic x(8).
            05 wideReadingDate pic 9(8).
            05 filler          pic x(56).
        01 rejectWork.
            05 rejectRecordKey pic 9(8).
            05 filler          pic x(38).
        01 corrWork.
            05 corrAction    pic x(1).
            05 corrRecordKey pic 9(8).
            05 filler        pic x(72).
        01 runHistWork.
            copy sqrtrhist.

        *> One entry per stream. A stream's next wide result is read
        *> ahead, since only an overflowed reading has one - it is
        *> taken when it carries the reading just merged.
        77 streamLimit pic 9(1) value 3.
        77 partIndex   pic 9(1).
        01 streamTable.
            05 streamEntry occurs 3 times.
                10 strMapRecords    pic 9(7).
                10 strBatDisp       pic 9(7).
                10 strResults       pic 9(7).
                10 strWide          pic 9(7).
                10 strRejects       pic 9(7).
                10 strCorrections   pic 9(7).
                10 strResubResults  pic 9(7).
                10 strResubWide     pic 9(7).
                10 strResubRejects  pic 9(7).
                10 strRunRecords    pic 9(3).
                10 strReturnCode    pic 9(2).
                10 strRestarted     pic x(1).
                10 strEndOfWide     pic 9.
                10 strWideBuffered  pic 9.
                10 strWideBuffer    pic x(80).

        *> The night's merged totals and the worst stream return code.
        77 mapRecordsRead   pic 9(7) value 0.
        77 batDispMerged    pic 9(7) value 0.
        77 resultsMerged    pic 9(7) value 0.
        77 wideMerged       pic 9(7) value 0.
        77 rejectsMerged    pic 9(7) value 0.
        77 correctionsMerged pic 9(7) value 0.
        77 worstReturnCode  pic 9(2) value 0.
        77 formattedCount   pic zzzzzz9.
        77 formattedCode    pic z9.
*> --------------------------------------------------------------------------------------------
procedure division.
    *> Main program loop here
    perform initializeFiles.
    perform checkOneStream varying partIndex from 1 by 1
        until partIndex > streamLimit.
    perform mergeByPartitionMap until endOfPartMap = 1.
    perform finishOneStream varying partIndex from 1 by 1
        until partIndex > streamLimit.
    perform finalizeRun.
    stop run.

initializeFiles.
    initialize streamTable.
    open input partMapFile.
    if partMapFileStatus <> "00"
        display "SQRTPMRG ABEND - PARTMAP FAILED TO OPEN, STATUS " partMapFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open input batDispIn1.
    if batDispIn1Status <> "00"
        display "SQRTPMRG ABEND - BATDISP1 FAILED TO OPEN, STATUS " batDispIn1Status
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open input batDispIn2.
    if batDispIn2Status <> "00"
        display "SQRTPMRG ABEND - BATDISP2 FAILED TO OPEN, STATUS " batDispIn2Status
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open input batDispIn3.
    if batDispIn3Status <> "00"
        display "SQRTPMRG ABEND - BATDISP3 FAILED TO OPEN, STATUS " batDispIn3Status
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open input resultIn1.
    if resultIn1Status <> "00"
        display "SQRTPMRG ABEND - OUTFILE1 FAILED TO OPEN, STATUS " resultIn1Status
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open input resultIn2.
    if resultIn2Status <> "00"
        display "SQRTPMRG ABEND - OUTFILE2 FAILED TO OPEN, STATUS " resultIn2Status
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open input resultIn3.
    if resultIn3Status <> "00"
        display "SQRTPMRG ABEND - OUTFILE3 FAILED TO OPEN, STATUS " resultIn3Status
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open input wideIn1.
    if wideIn1Status <> "00"
        display "SQRTPMRG ABEND - WIDEFIL1 FAILED TO OPEN, STATUS " wideIn1Status
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open input wideIn2.
    if wideIn2Status <> "00"
        display "SQRTPMRG ABEND - WIDEFIL2 FAILED TO OPEN, STATUS " wideIn2Status
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open input wideIn3.
    if wideIn3Status <> "00"
        display "SQRTPMRG ABEND - WIDEFIL3 FAILED TO OPEN, STATUS " wideIn3Status
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open input rejectIn1.
    if rejectIn1Status <> "00"
        display "SQRTPMRG ABEND - REJFILE1 FAILED TO OPEN, STATUS " rejectIn1Status
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open input rejectIn2.
    if rejectIn2Status <> "00"
        display "SQRTPMRG ABEND - REJFILE2 FAILED TO OPEN, STATUS " rejectIn2Status
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open input rejectIn3.
    if rejectIn3Status <> "00"
        display "SQRTPMRG ABEND - REJFILE3 FAILED TO OPEN, STATUS " rejectIn3Status
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open input corrIn1.
    if corrIn1Status <> "00"
        display "SQRTPMRG ABEND - CORRFIL1 FAILED TO OPEN, STATUS " corrIn1Status
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open input corrIn2.
    if corrIn2Status <> "00"
        display "SQRTPMRG ABEND - CORRFIL2 FAILED TO OPEN, STATUS " corrIn2Status
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open input corrIn3.
    if corrIn3Status <> "00"
        display "SQRTPMRG ABEND - CORRFIL3 FAILED TO OPEN, STATUS " corrIn3Status
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open output batDispFile.
    if batDispFileStatus <> "00"
        display "SQRTPMRG ABEND - BATDISP FAILED TO OPEN, STATUS " batDispFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open output outFile.
    if outFileStatus <> "00"
        display "SQRTPMRG ABEND - OUTFILE FAILED TO OPEN, STATUS " outFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open output wideFile.
    if wideFileStatus <> "00"
        display "SQRTPMRG ABEND - WIDEFILE FAILED TO OPEN, STATUS " wideFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open output rejFile.
    if rejFileStatus <> "00"
        display "SQRTPMRG ABEND - REJFILE FAILED TO OPEN, STATUS " rejFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open output corrFile.
    if corrFileStatus <> "00"
        display "SQRTPMRG ABEND - CORRFILE FAILED TO OPEN, STATUS " corrFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open output mrgRptFile.
    if mrgRptFileStatus <> "00"
        display "SQRTPMRG ABEND - MRGRPT FAILED TO OPEN, STATUS " mrgRptFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    move "PARTITIONED BATCH - STREAM MERGE REPORT" to mrgRptLine.
    write mrgRptLine.
    move spaces to mrgRptLine.
    write mrgRptLine.

*> Proves a stream finished before anything of it is merged - a run
*> record is only written by a stream that reached the end of its
*> partition - and keeps its return code, then reads its first wide
*> result ahead.
checkOneStream.
    perform openRunHistIn.
    move 0 to endOfPartFile.
    perform readOneRunHist until endOfPartFile = 1.
    perform closeRunHistIn.
    if strRunRecords(partIndex) = 0
        display "SQRTPMRG ABEND - PARTITION " partIndex
            " STREAM HAS NOT FINISHED - NO RUN HISTORY RECORD. "
            "RESTART THAT STREAM, THEN RERUN THIS STEP"
        move mergeAbendCode to return-code
        stop run
    end-if.
    if strReturnCode(partIndex) > worstReturnCode
        move strReturnCode(partIndex) to worstReturnCode
    end-if.
    perform bufferNextWide.

*> The last run record wins - an earlier one is a run of the stream
*> the operator chose to rerun from the top.
readOneRunHist.
    perform readPartRunHist.
    if endOfPartFile = 0
        add 1 to strRunRecords(partIndex)
        move runReturnCode to strReturnCode(partIndex)
        move runRestartFlag to strRestarted(partIndex)
    end-if.

*> Takes one cleaned record's outputs from the stream that ran it,
*> in the order the cleaned extract carried them.
mergeByPartitionMap.
    read partMapFile
        at end
            move 1 to endOfPartMap
        not at end
            perform mergeOneMapRecord
    end-read.

mergeOneMapRecord.
    add 1 to mapRecordsRead.
    if pmapPartition < 1 or pmapPartition > streamLimit
        display "SQRTPMRG ABEND - PARTMAP RECORD " mapRecordsRead
            " NAMES PARTITION " pmapPartition
        move mergeAbendCode to return-code
        stop run
    end-if.
    move pmapPartition to partIndex.
    add 1 to strMapRecords(partIndex).
    perform readPartBatDisp.
    if endOfPartFile = 1
        display "SQRTPMRG ABEND - BATDISP" partIndex
            " EXHAUSTED AT PARTMAP KEY " pmapRecordKey
            " - FILES OUT OF STEP"
        move mergeAbendCode to return-code
        stop run
    end-if.
    if dispRecordKey not = pmapRecordKey
        display "SQRTPMRG ABEND - BATDISP" partIndex " KEY "
            dispRecordKey " DOES NOT MATCH PARTMAP KEY "
            pmapRecordKey " - FILES OUT OF STEP"
        move mergeAbendCode to return-code
        stop run
    end-if.
    write batDispRecord from batDispWork.
    add 1 to strBatDisp(partIndex).
    add 1 to batDispMerged.
    evaluate true
        when pmapRecordType = "D" and dispAction = "A"
            perform takeStreamResult
        when pmapRecordType = "D" and dispAction = "R"
            perform takeStreamReject
        when pmapRecordType not = "D" and dispAction = "A"
            perform takeStreamCorrection
        when other
            continue
    end-evaluate.

*> An accepted detail was rooted - one OUTFILE record, and its wide
*> result when the root overflowed and sqrthp recomputed it.
takeStreamResult.
    perform readPartResult.
    if endOfPartFile = 1 or resultRecordKey not = pmapRecordKey
        display "SQRTPMRG ABEND - OUTFILE" partIndex
            " HAS NO RESULT FOR PARTMAP KEY " pmapRecordKey
            " - FILES OUT OF STEP"
        move mergeAbendCode to return-code
        stop run
    end-if.
    write outRecord from resultWork.
    add 1 to strResults(partIndex).
    add 1 to resultsMerged.
    if resultValue = -1 and strWideBuffered(partIndex) = 1
        move strWideBuffer(partIndex) to wideWork
        if wideRecordKey = resultRecordKey
            and wideSourceId = resultSourceId
            and wideReadingDate = resultReadingDate
            write wideRecord from wideWork
            add 1 to strWide(partIndex)
            add 1 to wideMerged
            perform bufferNextWide
        end-if
    end-if.

takeStreamReject.
    perform readPartReject.
    if endOfPartFile = 1 or rejectRecordKey not = pmapRecordKey
        display "SQRTPMRG ABEND - REJFILE" partIndex
            " HAS NO REJECT FOR PARTMAP KEY " pmapRecordKey
            " - FILES OUT OF STEP"
        move mergeAbendCode to return-code
        stop run
    end-if.
    write rejRecord from rejectWork.
    add 1 to strRejects(partIndex).
    add 1 to rejectsMerged.

takeStreamCorrection.
    perform readPartCorrection.
    if endOfPartFile = 1 or corrRecordKey not = pmapRecordKey
        display "SQRTPMRG ABEND - CORRFIL" partIndex
            " HAS NO CORRECTION FOR PARTMAP KEY " pmapRecordKey
            " - FILES OUT OF STEP"
        move mergeAbendCode to return-code
        stop run
    end-if.
    write corrRecord from corrWork.
    add 1 to strCorrections(partIndex).
    add 1 to correctionsMerged.

*> Once the map is done, a stream must have nothing left but its
*> resubmission pass's results, wide results and rejects, which
*> follow the extract's as they would in one run.
finishOneStream.
    perform readPartBatDisp.
    if endOfPartFile = 0
        display "SQRTPMRG ABEND - BATDISP" partIndex
            " HAS MORE RECORDS THAN PARTMAP ACCOUNTS FOR - FILES "
            "OUT OF STEP"
        move mergeAbendCode to return-code
        stop run
    end-if.
    perform readPartCorrection.
    if endOfPartFile = 0
        display "SQRTPMRG ABEND - CORRFIL" partIndex
            " HAS MORE RECORDS THAN PARTMAP ACCOUNTS FOR - FILES "
            "OUT OF STEP"
        move mergeAbendCode to return-code
        stop run
    end-if.
    move 0 to endOfPartFile.
    perform copyResubResult until endOfPartFile = 1.
    perform copyResubWide until strWideBuffered(partIndex) = 0.
    move 0 to endOfPartFile.
    perform copyResubReject until endOfPartFile = 1.

copyResubResult.
    perform readPartResult.
    if endOfPartFile = 0
        write outRecord from resultWork
        add 1 to strResubResults(partIndex)
        add 1 to resultsMerged
    end-if.

copyResubWide.
    move strWideBuffer(partIndex) to wideWork.
    write wideRecord from wideWork.
    add 1 to strResubWide(partIndex).
    add 1 to wideMerged.
    perform bufferNextWide.

copyResubReject.
    perform readPartReject.
    if endOfPartFile = 0
        write rejRecord from rejectWork
        add 1 to strResubRejects(partIndex)
        add 1 to rejectsMerged
    end-if.

*> Reads the stream's next wide result into its look-ahead slot.
bufferNextWide.
    move 0 to strWideBuffered(partIndex).
    if strEndOfWide(partIndex) = 0
        perform readPartWide
        if endOfPartFile = 1
            move 1 to strEndOfWide(partIndex)
        else
            move wideWork to strWideBuffer(partIndex)
            move 1 to strWideBuffered(partIndex)
        end-if
    end-if.

*> One read per stream file kind, against the stream in partIndex.
*> endOfPartFile comes back 1 at end of file.
readPartBatDisp.
    move 0 to endOfPartFile.
    evaluate partIndex
        when 1
            read batDispIn1 into batDispWork
                at end
                    move 1 to endOfPartFile
            end-read
        when 2
            read batDispIn2 into batDispWork
                at end
                    move 1 to endOfPartFile
            end-read
        when other
            read batDispIn3 into batDispWork
                at end
                    move 1 to endOfPartFile
            end-read
    end-evaluate.

readPartResult.
    move 0 to endOfPartFile.
    evaluate partIndex
        when 1
            read resultIn1 into resultWork
                at end
                    move 1 to endOfPartFile
            end-read
        when 2
            read resultIn2 into resultWork
                at end
                    move 1 to endOfPartFile
            end-read
        when other
            read resultIn3 into resultWork
                at end
                    move 1 to endOfPartFile
            end-read
    end-evaluate.

readPartWide.
    move 0 to endOfPartFile.
    evaluate partIndex
        when 1
            read wideIn1 into wideWork
                at end
                    move 1 to endOfPartFile
            end-read
        when 2
            read wideIn2 into wideWork
                at end
                    move 1 to endOfPartFile
            end-read
        when other
            read wideIn3 into wideWork
                at end
                    move 1 to endOfPartFile
            end-read
    end-evaluate.

readPartReject.
    move 0 to endOfPartFile.
    evaluate partIndex
        when 1
            read rejectIn1 into rejectWork
                at end
                    move 1 to endOfPartFile
            end-read
        when 2
            read rejectIn2 into rejectWork
                at end
                    move 1 to endOfPartFile
            end-read
        when other
            read rejectIn3 into rejectWork
                at end
                    move 1 to endOfPartFile
            end-read
    end-evaluate.

readPartCorrection.
    move 0 to endOfPartFile.
    evaluate partIndex
        when 1
            read corrIn1 into corrWork
                at end
                    move 1 to endOfPartFile
            end-read
        when 2
            read corrIn2 into corrWork
                at end
                    move 1 to endOfPartFile
            end-read
        when other
            read corrIn3 into corrWork
                at end
                    move 1 to endOfPartFile
            end-read
    end-evaluate.

readPartRunHist.
    move 0 to endOfPartFile.
    evaluate partIndex
        when 1
            read runHistIn1 into runHistWork
                at end
                    move 1 to endOfPartFile
            end-read
        when 2
            read runHistIn2 into runHistWork
                at end
                    move 1 to endOfPartFile
            end-read
        when other
            read runHistIn3 into runHistWork
                at end
                    move 1 to endOfPartFile
            end-read
    end-evaluate.

*> A stream's run-history file is read twice - once to prove the
*> stream finished, and again at the end to add its records to the
*> cumulative run history - so it is opened and closed per pass.
openRunHistIn.
    evaluate partIndex
        when 1
            open input runHistIn1
            move runHistIn1Status to runHistFileStatus
        when 2
            open input runHistIn2
            move runHistIn2Status to runHistFileStatus
        when other
            open input runHistIn3
            move runHistIn3Status to runHistFileStatus
    end-evaluate.
    if runHistFileStatus <> "00"
        display "SQRTPMRG ABEND - RUNHIST" partIndex
            " FAILED TO OPEN, STATUS " runHistFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.

closeRunHistIn.
    evaluate partIndex
        when 1
            close runHistIn1
        when 2
            close runHistIn2
        when other
            close runHistIn3
    end-evaluate.

finalizeRun.
    close partMapFile.
    close batDispIn1.
    close batDispIn2.
    close batDispIn3.
    close resultIn1.
    close resultIn2.
    close resultIn3.
    close wideIn1.
    close wideIn2.
    close wideIn3.
    close rejectIn1.
    close rejectIn2.
    close rejectIn3.
    close corrIn1.
    close corrIn2.
    close corrIn3.
    close batDispFile.
    close outFile.
    close wideFile.
    close rejFile.
    close corrFile.
    perform appendRunHistory.
    perform writeBalanceRecords.
    perform writeMergeReport.
    close mrgRptFile.
    move worstReturnCode to return-code.

*> Adds every stream's run records to the cumulative run history,
*> opened extend (or created on the first ever run), once the merge
*> itself has succeeded.
appendRunHistory.
    open extend runHistFile.
    if runHistFileStatus <> "00"
        open output runHistFile
    end-if.
    if runHistFileStatus <> "00"
        display "SQRTPMRG ABEND - RUNHIST FAILED TO OPEN, STATUS " runHistFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    perform appendOneStreamHistory varying partIndex from 1 by 1
        until partIndex > streamLimit.
    close runHistFile.

appendOneStreamHistory.
    perform openRunHistIn.
    move 0 to endOfPartFile.
    perform copyOneRunHist until endOfPartFile = 1.
    perform closeRunHistIn.

copyOneRunHist.
    perform readPartRunHist.
    if endOfPartFile = 0
        write runHistRecord from runHistWork
    end-if.

*> Appends the merge's counts to the chain balance file for the
*> end-of-night balancing step.
writeBalanceRecords.
    open extend balFile.
    if balFileStatus <> "00"
        open output balFile
    end-if.
    if balFileStatus <> "00"
        display "SQRTPMRG ABEND - BALFILE FAILED TO OPEN, STATUS " balFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    move "SQRTPMRG" to balProgramName.
    move "MAP-RECORDS" to balCountName.
    move mapRecordsRead to balCountValue.
    write balRecord.
    move "BATDISP-MERGED" to balCountName.
    move batDispMerged to balCountValue.
    write balRecord.
    move "OUTFILE-MERGED" to balCountName.
    move resultsMerged to balCountValue.
    write balRecord.
    move "WIDEFILE-MERGED" to balCountName.
    move wideMerged to balCountValue.
    write balRecord.
    move "REJFILE-MERGED" to balCountName.
    move rejectsMerged to balCountValue.
    write balRecord.
    move "CORRFILE-MERGED" to balCountName.
    move correctionsMerged to balCountValue.
    write balRecord.
    close balFile.

*> One block per stream - what it contributed to each merged file -
*> and the night's merged totals.
writeMergeReport.
    perform reportOneStream varying partIndex from 1 by 1
        until partIndex > streamLimit.

    move mapRecordsRead to formattedCount.
    move spaces to mrgRptLine.
    string "PARTITION MAP RECORDS.....: " formattedCount
        into mrgRptLine.
    write mrgRptLine.

    move batDispMerged to formattedCount.
    move spaces to mrgRptLine.
    string "BATDISP RECORDS MERGED....: " formattedCount
        into mrgRptLine.
    write mrgRptLine.

    move resultsMerged to formattedCount.
    move spaces to mrgRptLine.
    string "OUTFILE RECORDS MERGED....: " formattedCount
        into mrgRptLine.
    write mrgRptLine.

    move wideMerged to formattedCount.
    move spaces to mrgRptLine.
    string "WIDEFILE RECORDS MERGED...: " formattedCount
        into mrgRptLine.
    write mrgRptLine.

    move rejectsMerged to formattedCount.
    move spaces to mrgRptLine.
    string "REJFILE RECORDS MERGED....: " formattedCount
        into mrgRptLine.
    write mrgRptLine.

    move correctionsMerged to formattedCount.
    move spaces to mrgRptLine.
    string "CORRFILE RECORDS MERGED...: " formattedCount
        into mrgRptLine.
    write mrgRptLine.

    move worstReturnCode to formattedCode.
    move spaces to mrgRptLine.
    string "WORST STREAM RETURN CODE..: " formattedCode
        into mrgRptLine.
    write mrgRptLine.

reportOneStream.
    move strReturnCode(partIndex) to formattedCode.
    move spaces to mrgRptLine.
    string "PARTITION " partIndex " STREAM - RETURN CODE "
        formattedCode "  RESTARTED: " strRestarted(partIndex)
        into mrgRptLine.
    write mrgRptLine.

    move strMapRecords(partIndex) to formattedCount.
    move spaces to mrgRptLine.
    string "  EXTRACT RECORDS.........: " formattedCount
        into mrgRptLine.
    write mrgRptLine.

    move strResults(partIndex) to formattedCount.
    move spaces to mrgRptLine.
    string "  RESULTS.................: " formattedCount
        into mrgRptLine.
    write mrgRptLine.

    move strWide(partIndex) to formattedCount.
    move spaces to mrgRptLine.
    string "  WIDE RESULTS............: " formattedCount
        into mrgRptLine.
    write mrgRptLine.

    move strRejects(partIndex) to formattedCount.
    move spaces to mrgRptLine.
    string "  REJECTS.................: " formattedCount
        into mrgRptLine.
    write mrgRptLine.

    move strCorrections(partIndex) to formattedCount.
    move spaces to mrgRptLine.
    string "  CORRECTIONS.............: " formattedCount
        into mrgRptLine.
    write mrgRptLine.

    move strResubResults(partIndex) to formattedCount.
    move spaces to mrgRptLine.
    string "  RESUB RESULTS...........: " formattedCount
        into mrgRptLine.
    write mrgRptLine.

    move strResubWide(partIndex) to formattedCount.
    move spaces to mrgRptLine.
    string "  RESUB WIDE RESULTS......: " formattedCount
        into mrgRptLine.
    write mrgRptLine.

    move strResubRejects(partIndex) to formattedCount.
    move spaces to mrgRptLine.
    string "  RESUB REJECTS...........: " formattedCount
        into mrgRptLine.
    write mrgRptLine.

    move spaces to mrgRptLine.
    write mrgRptLine.
