*> File: srcasof.cob
*> Name: Peter Hudel
*> Student Number: 1012673
*> Date: 10/15/2026
*> Description: Callable facility-as-of lookup. SRCMAST only knows
*> where a source is today, so a report on a past period used to put
*> a meter that has since moved under its new facility. Given a
*> source, a date and the source's facility today, this returns the
*> facility the source belonged to on that date from the source
*> change history (SRCHIST, sqrtschg.cpy) that srcmaint.cob writes:
*>
*>   - the facility after the latest change effective on or before
*>     the date, when there is one;
*>   - otherwise the facility before the earliest change after the
*>     date (unless that change is the source's ADD, when the source
*>     did not exist yet and the facility passed is left alone);
*>   - otherwise - no history for the source at all - the facility
*>     passed.
*>
*> The history is read once, on the first call, and held for the rest
*> of the run. No SRCHIST yet just means no source has changed. See
*> sqrtasof.cpy for the calling interface.
*>
*> Only the ADD and FACILITY changes are held - no other change type
*> moves a source between facilities, so RETIRE, REACTIVATE, SYSTEM,
*> RANGE, THRESHOLD and DROP records are passed over as read. The
*> table holds 5000 changes: the source master holds at most 500
*> sources (srcmaint.cob), so that is an ADD for every one of them
*> and nine facility moves each on top, far more than the meters
*> have moved in the life of the system.
*>
*> Modification history:
*> 10/15/2026 - Holds only the ADD and FACILITY changes, so the other
*>              change types no longer count toward the table limit.

*> --------------------------------------------------------------------------------------------
identification division.
    program-id. srcasof.
*> --------------------------------------------------------------------------------------------
environment division.
    input-output section.
    file-control.
        select srcHistFile assign to "SRCHIST"
            organization is line sequential
            file status is srcHistFileStatus.
*> --------------------------------------------------------------------------------------------
data division.
    file section.
    fd srcHistFile.
    *> The permanent source change history - see sqrtschg.cpy.
    01 srcChangeRecord.
        copy sqrtschg.

    working-storage section.
        77 srcHistFileStatus pic x(2).
        77 endOfSrcHist      pic 9 value 0.
        77 historyLoaded     pic 9 value 0.
        77 fileOpenAbendCode pic 9(2) value 16.
        77 tableAbendCode    pic 9(2) value 12.

        *> Every ADD and FACILITY change, in the order it was made.
        77 chgTableLimit pic 9(5) value 5000.
        77 chgCount      pic 9(5) value 0.
        01 chgTable.
            05 chgEntry occurs 5000 times.
                10 tblChgSourceId      pic x(8).
                10 tblChgEffectiveDate pic 9(8).
                10 tblChgType          pic x(10).
                10 tblChgPriorFacility pic x(8).
                10 tblChgFacility      pic x(8).
        77 chgIndex pic 9(5).

        *> The changes either side of the date wanted.
        77 beforeIndex pic 9(5).
        77 afterIndex  pic 9(5).

    linkage section.
        copy sqrtasof.
*> --------------------------------------------------------------------------------------------
*> This function is responsible for finding the facility a source
*> belonged to on a given date.
*> Params: asOfSourceId, asOfDate, asOfFacility (today's facility)
*> Returns: asOfFacility: the facility on asOfDate
procedure division using asOfSourceId, asOfDate, asOfFacility.
    if historyLoaded = 0
        perform loadChangeHistory
        move 1 to historyLoaded
    end-if.
    move 0 to beforeIndex.
    move 0 to afterIndex.
    perform weighOneChange varying chgIndex from 1 by 1
        until chgIndex > chgCount.
    evaluate true
        when beforeIndex > 0
            move tblChgFacility(beforeIndex) to asOfFacility
        when afterIndex > 0
            if tblChgType(afterIndex) not = "ADD"
                move tblChgPriorFacility(afterIndex) to asOfFacility
            end-if
        when other
            continue
    end-evaluate.
    goback.

loadChangeHistory.
    open input srcHistFile.
    if srcHistFileStatus = "35"
        move 1 to endOfSrcHist
    else
        if srcHistFileStatus <> "00"
            display "SRCASOF ABEND - SRCHIST FAILED TO OPEN, STATUS " srcHistFileStatus
            move fileOpenAbendCode to return-code
            stop run
        end-if
        perform readOneChange until endOfSrcHist = 1
        close srcHistFile
    end-if.

readOneChange.
    read srcHistFile
        at end
            move 1 to endOfSrcHist
        not at end
            if chgType = "ADD" or chgType = "FACILITY"
                perform keepOneChange
            end-if
    end-read.

keepOneChange.
    if chgCount >= chgTableLimit
        display "SRCASOF ABEND - MORE THAN " chgTableLimit
            " CHANGES ON SRCHIST"
        move tableAbendCode to return-code
        stop run
    end-if.
    add 1 to chgCount.
    move chgSourceId to tblChgSourceId(chgCount).
    move chgEffectiveDate to tblChgEffectiveDate(chgCount).
    move chgType to tblChgType(chgCount).
    move chgPriorFacility to tblChgPriorFacility(chgCount).
    move chgFacility to tblChgFacility(chgCount).

*> Keeps the latest change on or before the date (a later record
*> wins a tie - it was made later) and the earliest one after it.
weighOneChange.
    if tblChgSourceId(chgIndex) = asOfSourceId
        if tblChgEffectiveDate(chgIndex) <= asOfDate
            if beforeIndex = 0
                or tblChgEffectiveDate(chgIndex)
                    >= tblChgEffectiveDate(beforeIndex)
                move chgIndex to beforeIndex
            end-if
        else
            if afterIndex = 0
                or tblChgEffectiveDate(chgIndex)
                    < tblChgEffectiveDate(afterIndex)
                move chgIndex to afterIndex
            end-if
        end-if
    end-if.
