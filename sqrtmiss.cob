*> active source with no reading for the extract date - with its
*> last-seen date and how many days it has been dark - so a dead
*> transmitter is found the morning after it dies instead of when a
*> facility's quarter looks thin. Every dark source is also appended
*> to the nightly exception file (EXCPFILE, sqrtexcp.cpy) for the
*> morning worklist, dark since the day after its last actual.
*> The dark sources are also counted per owning source system onto
*> the quality accumulation file (QUALACC, sqrtqacc.cpy) as the
*> night's missing meter-days, for the monthly data quality
*> scorecard.
*>
*> Modification history:
*> 10/15/2026 - EXCPFILE is now opened output whenever open extend
*>              fails, not only when the file is missing, the way
*>              the other cumulative files are.
*> 10/15/2026 - Dark sources are also counted per source system onto
*>              the quality accumulation file (QUALACC) as missing
*>              meter-days for the monthly data quality scorecard.
*> 10/15/2026 - Dark sources are also written to the nightly
*>              exception file (EXCPFILE) for the morning worklist,
*>              after a record saying completeness was checked.
*> 09/02/2026 - Estimate records are ignored in the last-seen sweep -
*>              a meter dark for a week with a generated estimate per
*>              night would otherwise show as seen yesterday, hiding
        select missRptFile assign to "MISSRPT"
            organization is line sequential
            file status is missRptFileStatus.

        select excpFile assign to "EXCPFILE"
            organization is line sequential
            file status is excpFileStatus.

        select qualAccFile assign to "QUALACC"
            organization is line sequential
            file status is qualAccFileStatus.
*> --------------------------------------------------------------------------------------------
data division.
    file section.
    fd missRptFile.
    01 missRptLine pic x(120).

    fd excpFile.
    *> The nightly exception file the morning worklist reads - see
    *> sqrtexcp.cpy.
    01 excpRecord.
        copy sqrtexcp.

    fd qualAccFile.
    *> The quality accumulation file - see sqrtqacc.cpy.
    01 qualAccRecord.
        copy sqrtqacc.

    working-storage section.
        77 extractFileStatus pic x(2).
        77 srcMastFileStatus pic x(2).
        77 histFileStatus    pic x(2).
        77 missRptFileStatus pic x(2).
        77 excpFileStatus    pic x(2).
        77 qualAccFileStatus pic x(2).
        77 endOfSrcMast      pic 9 value 0.
        77 endOfHistFile     pic 9 value 0.
        77 fileOpenAbendCode pic 9(2) value 16.
            05 activeEntry occurs 500 times.
                10 actSourceId pic x(8).
                10 actFacility pic x(8).
                10 actSystem   pic x(8).
                10 actLastSeen pic 9(8).
        77 actIndex   pic 9(3).
        77 matchIndex pic 9(3).
        77 extractDayNumber pic 9(7).
        77 lastSeenDayNumber pic 9(7).
        77 daysDark pic 9(5).
        77 firstMissedDate pic 9(8).

        *> Dark sources per owning source system, for the quality
        *> accumulation file.
        77 systemLimit pic 9(2) value 20.
        77 systemCount pic 9(2) value 0.
        01 systemTable.
            05 systemEntry occurs 20 times.
                10 sysName pic x(8).
                10 sysDark pic 9(7).
        77 sysIndex    pic 9(2).
        77 activeSystem pic 9(2).
        77 runDate     pic 9(8).
        77 runTime     pic 9(8).

        *> Control totals for the report trailer.
        77 sourcesReportedToday pic 9(7) value 0.
    write missRptLine.
    move spaces to missRptLine.
    write missRptLine.
    open extend excpFile.
    if excpFileStatus <> "00"
        open output excpFile
    end-if.
    if excpFileStatus <> "00"
        display "SQRTMISS ABEND - EXCPFILE FAILED TO OPEN, STATUS " excpFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    move spaces to excpRecord.
    move "C" to excpRecordType.
    move "MISSING" to excpItemType.
    move "SQRTMISS" to excpProgram.
    move 0 to excpSinceDate.
    write excpRecord.

*> The extract date the night processed comes from the cleaned
*> extract's own header - the same record sqrtbatch validated, so
        add 1 to activeCount
        move srcSourceId to actSourceId(activeCount)
        move srcFacility to actFacility(activeCount)
        move srcSourceSystem to actSystem(activeCount)
        move 0 to actLastSeen(activeCount)
    end-if.

        add 1 to sourcesReportedToday
    else
        add 1 to sourcesDark
        perform countDarkForSystem
        if actLastSeen(actIndex) = 0
            add 1 to sourcesNeverReported
            move spaces to missRptLine
                " NEVER REPORTED"
                into missRptLine
            write missRptLine
            move spaces to excpRecord
            move 0 to excpSinceDate
            move "NEVER REPORTED" to excpDetail
            perform writeDarkException
        else
            compute lastSeenDayNumber =
                function integer-of-date(actLastSeen(actIndex))
                " DAYS DARK: " formattedDays
                into missRptLine
            write missRptLine
            move spaces to excpRecord
            compute firstMissedDate =
                function date-of-integer(lastSeenDayNumber + 1)
            move firstMissedDate to excpSinceDate
            string "DARK" formattedDays " DAYS - LAST ACTUAL "
                actLastSeen(actIndex)
                into excpDetail
            perform writeDarkException
        end-if
    end-if.

writeDarkException.
    move "E" to excpRecordType.
    move "MISSING" to excpItemType.
    move "SQRTMISS" to excpProgram.
    move actSourceId(actIndex) to excpSourceId.
    write excpRecord.

*> Counts the dark source toward its source system's missing
*> meter-days.
countDarkForSystem.
    move 0 to activeSystem.
    perform checkOneSystem varying sysIndex from 1 by 1
        until sysIndex > systemCount or activeSystem > 0.
    if activeSystem = 0
        if systemCount >= systemLimit
            display "SQRTMISS ABEND - MORE THAN " systemLimit
                " SOURCE SYSTEMS ON SRCMAST"
            move tableAbendCode to return-code
            stop run
        end-if
        add 1 to systemCount
        move systemCount to activeSystem
        move actSystem(actIndex) to sysName(activeSystem)
        move 0 to sysDark(activeSystem)
    end-if.
    add 1 to sysDark(activeSystem).

checkOneSystem.
    if sysName(sysIndex) = actSystem(actIndex)
        move sysIndex to activeSystem
    end-if.

*> Appends the night's missing meter-days per source system to the
*> quality accumulation file.
writeQualityFigures.
    accept runDate from date yyyymmdd.
    accept runTime from time.
    open extend qualAccFile.
    if qualAccFileStatus <> "00"
        open output qualAccFile
    end-if.
    if qualAccFileStatus <> "00"
        display "SQRTMISS ABEND - QUALACC FAILED TO OPEN, STATUS " qualAccFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    perform writeOneSystemFigure varying sysIndex from 1 by 1
        until sysIndex > systemCount.
    close qualAccFile.

writeOneSystemFigure.
    move extractDate to qaccBusinessDate.
    move sysName(sysIndex) to qaccSourceSystem.
    move "MISSING" to qaccMeasure.
    move 0 to qaccReasonCode.
    move sysDark(sysIndex) to qaccCount.
    move 0 to qaccAmount.
    move "SQRTMISS" to qaccProgram.
    move runDate to qaccRunDate.
    move runTime to qaccRunTime.
    write qualAccRecord.

finalizeRun.
    perform writeQualityFigures.
    move spaces to missRptLine.
    write missRptLine.

    write missRptLine.

    close missRptFile.
    close excpFile.
    *> RC 4 puts dark sources in front of the operator without
    *> failing the window - the readings that did arrive are good.
    move 0 to return-code.
