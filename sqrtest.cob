*> waiting for its actual can never be collided with by a later
*> night's estimates.
*>
*> A dark source that could not be estimated - no actuals to work
*> from, or history too wide for the results layout - is also
*> appended to the nightly exception file (EXCPFILE, sqrtexcp.cpy)
*> for the morning worklist.
*>
*> The estimates generated are also counted per owning source system
*> onto the quality accumulation file (QUALACC, sqrtqacc.cpy) as the
*> night's estimated meter-days, for the monthly data quality
*> scorecard.
*>
*> Modification history:
*> 10/15/2026 - EXCPFILE is now opened output whenever open extend
*>              fails, not only when the file is missing, the way
*>              the other cumulative files are.
*> 10/15/2026 - Estimates generated are also counted per source
*>              system onto the quality accumulation file (QUALACC)
*>              as estimated meter-days for the monthly data quality
*>              scorecard.
*> 10/15/2026 - Dark sources that could not be estimated are also
*>              written to the nightly exception file (EXCPFILE) for
*>              the morning worklist, after a record saying the
*>              estimates were checked tonight.
*> 09/02/2026 - The estimate key sequence is now seeded from the
*>              results master's highest in-use reserved key instead
*>              of restarting at zero every run - a dark meter whose
        select balFile assign to "BALFILE"
            organization is line sequential
            file status is balFileStatus.

        select excpFile assign to "EXCPFILE"
            organization is line sequential
            file status is excpFileStatus.

        select qualAccFile assign to "QUALACC"
            organization is line sequential
            file status is qualAccFileStatus.
*> --------------------------------------------------------------------------------------------
data division.
    file section.
    fd estRptFile.
    01 estRptLine pic x(120).

    fd excpFile.
    *> The nightly exception file the morning worklist reads - see
    *> sqrtexcp.cpy.
    01 excpRecord.
        copy sqrtexcp.

    fd balFile.
    *> The chain balance file every step appends its counts to - see
    *> sqrtbalr.cpy.
    01 balRecord.
        copy sqrtbalr.

    fd qualAccFile.
    *> The quality accumulation file - see sqrtqacc.cpy.
    01 qualAccRecord.
        copy sqrtqacc.

    working-storage section.
        77 extractFileStatus pic x(2).
        77 srcMastFileStatus pic x(2).
        77 estOutFileStatus  pic x(2).
        77 estRptFileStatus  pic x(2).
        77 balFileStatus     pic x(2).
        77 excpFileStatus    pic x(2).
        77 qualAccFileStatus pic x(2).
        77 endOfSrcMast      pic 9 value 0.
        77 endOfSourceScan   pic 9.
        77 fileOpenAbendCode pic 9(2) value 16.
        77 sourcesNoHistory    pic 9(7) value 0.
        77 estimatesTooWide    pic 9(7) value 0.
        77 formattedCount    pic zzzzzz9.

        *> Estimates generated per owning source system, for the
        *> quality accumulation file.
        77 systemLimit pic 9(2) value 20.
        77 systemCount pic 9(2) value 0.
        01 systemTable.
            05 systemEntry occurs 20 times.
                10 sysName      pic x(8).
                10 sysEstimated pic 9(7).
        77 sysIndex     pic 9(2).
        77 activeSystem pic 9(2).
        77 runDate      pic 9(8).
        77 runTime      pic 9(8).
        77 formattedEstimate pic -(11).9(6).
*> --------------------------------------------------------------------------------------------
procedure division.
    write estRptLine.
    move spaces to estRptLine.
    write estRptLine.
    open extend excpFile.
    if excpFileStatus <> "00"
        open output excpFile
    end-if.
    if excpFileStatus <> "00"
        display "SQRTEST ABEND - EXCPFILE FAILED TO OPEN, STATUS " excpFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    move spaces to excpRecord.
    move "C" to excpRecordType.
    move "ESTFAIL" to excpItemType.
    move "SQRTEST" to excpProgram.
    move 0 to excpSinceDate.
    write excpRecord.

*> The extract date comes from the cleaned extract's own header, the
*> same record the chain validated.
            " - DARK, NO ACTUALS TO ESTIMATE FROM"
            into estRptLine
        write estRptLine
        move spaces to excpRecord
        move "DARK, NO ACTUALS TO ESTIMATE FROM" to excpDetail
        perform writeEstimateException
    else
        perform writeOneEstimate
    end-if.
            " - HISTORY EXCEEDS THE RESULTS LAYOUT"
            into estRptLine
        write estRptLine
        move spaces to excpRecord
        move "DARK, HISTORY EXCEEDS THE RESULTS LAYOUT" to excpDetail
        perform writeEstimateException
    else
        if estimateSequence >= estimateKeyLimit
            display "SQRTEST ABEND - RESERVED ESTIMATE KEY RANGE "
        move "Y" to outEstimateFlag
        write outRecord
        add 1 to estimatesGenerated
        perform countEstimateForSystem
        move estimateResult to formattedEstimate
        move spaces to estRptLine
        string "ESTIMATED   SOURCE: " srcSourceId
    add recentInput(recentIndex) to inputTotal.
    add recentResult(recentIndex) to resultTotal.

writeEstimateException.
    move "E" to excpRecordType.
    move "ESTFAIL" to excpItemType.
    move "SQRTEST" to excpProgram.
    move srcSourceId to excpSourceId.
    move 0 to excpSinceDate.
    write excpRecord.

*> Counts the estimate toward its source system's estimated
*> meter-days.
countEstimateForSystem.
    move 0 to activeSystem.
    perform checkOneSystem varying sysIndex from 1 by 1
        until sysIndex > systemCount or activeSystem > 0.
    if activeSystem = 0
        if systemCount >= systemLimit
            display "SQRTEST ABEND - MORE THAN " systemLimit
                " SOURCE SYSTEMS ON SRCMAST"
            move controlAbendCode to return-code
            stop run
        end-if
        add 1 to systemCount
        move systemCount to activeSystem
        move srcSourceSystem to sysName(activeSystem)
        move 0 to sysEstimated(activeSystem)
    end-if.
    add 1 to sysEstimated(activeSystem).

checkOneSystem.
    if sysName(sysIndex) = srcSourceSystem
        move sysIndex to activeSystem
    end-if.

*> Appends the night's estimated meter-days per source system to the
*> quality accumulation file - a system with nothing estimated
*> writes nothing.
writeQualityFigures.
    accept runDate from date yyyymmdd.
    accept runTime from time.
    open extend qualAccFile.
    if qualAccFileStatus <> "00"
        open output qualAccFile
    end-if.
    if qualAccFileStatus <> "00"
        display "SQRTEST ABEND - QUALACC FAILED TO OPEN, STATUS " qualAccFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    perform writeOneSystemFigure varying sysIndex from 1 by 1
        until sysIndex > systemCount.
    close qualAccFile.

writeOneSystemFigure.
    move extractDate to qaccBusinessDate.
    move sysName(sysIndex) to qaccSourceSystem.
    move "ESTIMATE" to qaccMeasure.
    move 0 to qaccReasonCode.
    move sysEstimated(sysIndex) to qaccCount.
    move 0 to qaccAmount.
    move "SQRTEST" to qaccProgram.
    move runDate to qaccRunDate.
    move runTime to qaccRunTime.
    write qualAccRecord.

finalizeRun.
    perform writeQualityFigures.
    close srcMastFile.
    close histFile.
    close estOutFile.
    close excpFile.
    move spaces to estRptLine.
    write estRptLine.

