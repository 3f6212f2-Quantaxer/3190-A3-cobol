*> source's latest result against the rolling average of its earlier
*> results, and flags movements beyond an operator-set percentage -
*> so sensor drift is seen before the quarter closes instead of after.
*> Every flagged source is also appended to the nightly exception
*> file (EXCPFILE, sqrtexcp.cpy) for the morning worklist.
*>
*> Modification history:
*> 10/15/2026 - EXCPFILE is now opened output whenever open extend
*>              fails, not only when the file is missing, the way
*>              the other cumulative files are.
*> 10/15/2026 - Flagged sources are also written to the nightly
*>              exception file (EXCPFILE) for the morning worklist,
*>              after a record saying drift was checked tonight.
*> 09/02/2026 - Widened the per-source working figures and the
*>              report's value columns to the history master's new
*>              S9(18)V9(9) layout, so the high-precision aggregate
            access mode is random
            record key is srcSourceId
            file status is srcMastFileStatus.

        select excpFile assign to "EXCPFILE"
            organization is line sequential
            file status is excpFileStatus.
*> --------------------------------------------------------------------------------------------
data division.
    file section.
    01 srcMastRecord.
        copy sqrtsrc.

    fd excpFile.
    *> The nightly exception file the morning worklist reads - see
    *> sqrtexcp.cpy.
    01 excpRecord.
        copy sqrtexcp.

    working-storage section.
        77 histFileStatus      pic x(2).
        77 driftParmFileStatus pic x(2).
        77 driftRptFileStatus  pic x(2).
        77 excpFileStatus      pic x(2).
        77 endOfHistFile    pic 9 value 0.
        77 fileOpenAbendCode pic 9(2) value 16.

        77 sourcesSkipped   pic 9(7) value 0.
        77 formattedCount   pic zzzzzz9.
        77 formattedPct     pic -(5)9.99.
        77 formattedLimit   pic zz9.99.
        77 formattedLatest  pic -(18).9(6).
        77 formattedAverage pic -(18).9(6).
*> --------------------------------------------------------------------------------------------
        stop run
    end-if.
    perform writeReportHeading.
    open extend excpFile.
    if excpFileStatus <> "00"
        open output excpFile
    end-if.
    if excpFileStatus <> "00"
        display "SQRTDRIFT ABEND - EXCPFILE FAILED TO OPEN, STATUS " excpFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    move spaces to excpRecord.
    move "C" to excpRecordType.
    move "DRIFT" to excpItemType.
    move "SQRTDRIFT" to excpProgram.
    move 0 to excpSinceDate.
    write excpRecord.

*> Reads the operator's movement threshold from DRIFTPRM, keeping the
*> 10 percent default when no parameter file is present.
    string "  THRESHOLD APPLIED (PCT): " formattedPct
        into driftRptLine.
    write driftRptLine.
    move spaces to excpRecord.
    move "E" to excpRecordType.
    move "DRIFT" to excpItemType.
    move "SQRTDRIFT" to excpProgram.
    move currentSourceId to excpSourceId.
    move 0 to excpSinceDate.
    move movementPct to formattedPct.
    move activeThresholdPct to formattedLimit.
    string "MOVED" formattedPct " PCT ON " latestDate
        " - LIMIT " formattedLimit
        into excpDetail.
    write excpRecord.

finalizeRun.
    close histFile.
    close srcMastFile.
    close excpFile.
    perform writeReportTrailer.
    close driftRptFile.
    *> RC 4 puts flagged drift in front of the operator without
