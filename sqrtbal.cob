*> out-of-balance line, or a count a step never wrote, ends the
*> step with its own return code and holds the night - the only
*> balancing used to be an operator reading four sysouts at 6 a.m.
*> An unbalanced night is also appended to the nightly exception
*> file (EXCPFILE, sqrtexcp.cpy) for the morning worklist.
*>
*> The batch runs as one sqrtbatch stream per source-system partition
*> of the cleaned extract, each appending its own SQRTBATCH counts;
*> they sum together here, so the night still balances as one - and
*> the partition and merge equations prove no partition's records
*> were lost on the way into the streams or back out of them.
*>
*> Modification history:
*> 10/15/2026 - EXCPFILE is now opened output whenever open extend
*>              fails, not only when the file is missing, the way
*>              the other cumulative files are.
*> 10/15/2026 - The batch corrections equation now includes the
*>              corrections the batch refused as out of range.
*> 10/15/2026 - The batch now runs as one stream per source-system
*>              partition; the streams' counts sum into the batch
*>              equations as one night's, and new equations prove
*>              the partitions carry everything the edit cleaned and
*>              the merge (sqrtpmrg.cob) put every stream record back
*>              into the night's BATDISP, OUTFILE, WIDEFILE, REJFILE
*>              and CORRFILE.
*> 10/15/2026 - An out-of-balance night is also written to the
*>              nightly exception file (EXCPFILE) for the morning
*>              worklist, after a record saying the balance was
*>              checked tonight.
*> 10/15/2026 - The load and history equations, and the corrections'
*>              applied-or-reported equations, now include the
*>              changes to closed months written as prior-period
*>              adjustments instead of applied.
*> 10/15/2026 - Added the sender corrections and cancellations'
*>              own equations - received by the edit, cleaned into
*>              the batch, written to CORRFILE or refused, and read
*>              and applied (or reported) by the load and the fold.
*> 10/15/2026 - The edit equation now includes the details the edit
*>              withheld or held as conflicting readings, and the
*>              history equations the conflicts the fold settled
*>              instead of adding or replacing.
*> 10/15/2026 - The batch-side equation now includes the readings the
*>              batch held on the suspect-hold file as out of range -
*>              a held reading is neither rooted nor rejected.
*> 09/02/2026 - The load-side equation now includes the dark-meter
*>              estimates sqrtest.cob generates - the load reads the
*>              estimate pass's records through the same program, so
        select balRptFile assign to "BALRPT"
            organization is line sequential
            file status is balRptFileStatus.

        select excpFile assign to "EXCPFILE"
            organization is line sequential
            file status is excpFileStatus.
*> --------------------------------------------------------------------------------------------
data division.
    file section.
    fd balRptFile.
    01 balRptLine pic x(100).

    fd excpFile.
    *> The nightly exception file the morning worklist reads - see
    *> sqrtexcp.cpy.
    01 excpRecord.
        copy sqrtexcp.

    working-storage section.
        77 balFileStatus    pic x(2).
        77 balRptFileStatus pic x(2).
        77 excpFileStatus   pic x(2).
        77 endOfBalFile     pic 9 value 0.
        77 fileOpenAbendCode pic 9(2) value 16.
        77 outOfBalanceCode  pic 9(2) value 12.
        77 formattedCount  pic zzzzzz9.
        77 formattedLeft   pic zzzzzzzz9.
        77 formattedRight  pic zzzzzzzz9.
        77 formattedFailed pic zz9.
        77 formattedMissing pic zz9.
*> --------------------------------------------------------------------------------------------
procedure division.
    *> Main program loop here

*> The chain's arithmetic, one provable equation at a time.
proveChainBalance.
    move "EDIT READ = CLEANED+DROPPED+WITHHELD+HELD" to equationLabel.
    move 0 to leftTotal.
    move 0 to rightTotal.
    move "SQRTEDIT" to wantedProgram.
    perform addCountToRight.
    move "DETAILS-DROPPED" to wantedName.
    perform addCountToRight.
    move "DETAILS-WITHHELD" to wantedName.
    perform addCountToRight.
    move "DETAILS-HELD" to wantedName.
    perform addCountToRight.
    perform proveOneEquation.

    move "DETAILS CLEANED = BATCH DETAILS READ" to equationLabel.
    perform addCountToRight.
    perform proveOneEquation.

    move "BATCH READ+RESUB = COMP+REJ+ABORT+OVFL+HELD" to equationLabel.
    move 0 to leftTotal.
    move 0 to rightTotal.
    move "SQRTBATCH" to wantedProgram.
    perform addCountToRight.
    move "OVERFLOWS" to wantedName.
    perform addCountToRight.
    move "READINGS-HELD" to wantedName.
    perform addCountToRight.
    perform proveOneEquation.

    move "OVERFLOWS = HP ROOTS + HP FAILURES" to equationLabel.
    perform addCountToRight.
    perform proveOneEquation.

    move "PARTITIONED = CLEANED + CORRECTIONS CLEANED" to equationLabel.
    move 0 to leftTotal.
    move 0 to rightTotal.
    move "SQRTEDIT" to wantedProgram.
    move "PARTITIONED" to wantedName.
    perform addCountToLeft.
    move "DETAILS-CLEANED" to wantedName.
    perform addCountToRight.
    move "CORRECTIONS-CLEANED" to wantedName.
    perform addCountToRight.
    perform proveOneEquation.

    move "MERGE MAP RECORDS = PARTITIONED" to equationLabel.
    move 0 to leftTotal.
    move 0 to rightTotal.
    move "SQRTPMRG" to wantedProgram.
    move "MAP-RECORDS" to wantedName.
    perform addCountToLeft.
    move "SQRTEDIT" to wantedProgram.
    move "PARTITIONED" to wantedName.
    perform addCountToRight.
    perform proveOneEquation.

    move "MERGED BATDISP = BATCH DETAILS+CORR READ" to equationLabel.
    move 0 to leftTotal.
    move 0 to rightTotal.
    move "SQRTPMRG" to wantedProgram.
    move "BATDISP-MERGED" to wantedName.
    perform addCountToLeft.
    move "SQRTBATCH" to wantedProgram.
    move "DETAILS-READ" to wantedName.
    perform addCountToRight.
    move "CORRECTIONS-READ" to wantedName.
    perform addCountToRight.
    perform proveOneEquation.

    move "MERGED OUTFILE = COMPUTED+ABORTS+OVFL" to equationLabel.
    move 0 to leftTotal.
    move 0 to rightTotal.
    move "SQRTPMRG" to wantedProgram.
    move "OUTFILE-MERGED" to wantedName.
    perform addCountToLeft.
    move "SQRTBATCH" to wantedProgram.
    move "ROOTS-COMPUTED" to wantedName.
    perform addCountToRight.
    move "ITERATION-ABORTS" to wantedName.
    perform addCountToRight.
    move "OVERFLOWS" to wantedName.
    perform addCountToRight.
    perform proveOneEquation.

    move "MERGED WIDEFILE = BATCH HP ROOTS" to equationLabel.
    move 0 to leftTotal.
    move 0 to rightTotal.
    move "SQRTPMRG" to wantedProgram.
    move "WIDEFILE-MERGED" to wantedName.
    perform addCountToLeft.
    move "SQRTBATCH" to wantedProgram.
    move "HP-ROOTS" to wantedName.
    perform addCountToRight.
    perform proveOneEquation.

    move "MERGED REJFILE = BATCH RECORDS REJECTED" to equationLabel.
    move 0 to leftTotal.
    move 0 to rightTotal.
    move "SQRTPMRG" to wantedProgram.
    move "REJFILE-MERGED" to wantedName.
    perform addCountToLeft.
    move "SQRTBATCH" to wantedProgram.
    move "RECORDS-REJECTED" to wantedName.
    perform addCountToRight.
    perform proveOneEquation.

    move "MERGED CORRFILE = CORR ROOTED+ABORTS+CANCELS" to equationLabel.
    move 0 to leftTotal.
    move 0 to rightTotal.
    move "SQRTPMRG" to wantedProgram.
    move "CORRFILE-MERGED" to wantedName.
    perform addCountToLeft.
    move "SQRTBATCH" to wantedProgram.
    move "CORRECTIONS-ROOTED" to wantedName.
    perform addCountToRight.
    move "CORRECTION-ABORTS" to wantedName.
    perform addCountToRight.
    move "CANCELS-WRITTEN" to wantedName.
    perform addCountToRight.
    perform proveOneEquation.

    move "LOAD READ = COMPUTED+ABORTS+OVFL+ESTIMATES" to equationLabel.
    move 0 to leftTotal.
    move 0 to rightTotal.
    perform addCountToRight.
    perform proveOneEquation.

    move "LOAD READ+WIDE = LOADED+REPL+BYP+COLL+ADJ" to equationLabel.
    move 0 to leftTotal.
    move 0 to rightTotal.
    move "SQRTLOAD" to wantedProgram.
    perform addCountToRight.
    move "COLLISIONS" to wantedName.
    perform addCountToRight.
    move "ADJUSTED" to wantedName.
    perform addCountToRight.
    perform proveOneEquation.

    move "HIST READ = LOAD READ" to equationLabel.
    perform addCountToRight.
    perform proveOneEquation.

    move "HIST READ+WIDE = ADDED+REPL+BYP+CONFLICTS+ADJ" to equationLabel.
    move 0 to leftTotal.
    move 0 to rightTotal.
    move "SQRTHIST" to wantedProgram.
    perform addCountToRight.
    move "BYPASSED" to wantedName.
    perform addCountToRight.
    move "CONFLICTS" to wantedName.
    perform addCountToRight.
    move "ADJUSTED" to wantedName.
    perform addCountToRight.
    perform proveOneEquation.

    move "HIST ADD+REPL+CONFL+ADJ = LOAD+REPL+COLL+ADJ" to equationLabel.
    move 0 to leftTotal.
    move 0 to rightTotal.
    move "SQRTHIST" to wantedProgram.
    perform addCountToLeft.
    move "REPLACED" to wantedName.
    perform addCountToLeft.
    move "CONFLICTS" to wantedName.
    perform addCountToLeft.
    move "ADJUSTED" to wantedName.
    perform addCountToLeft.
    move "SQRTLOAD" to wantedProgram.
    move "LOADED" to wantedName.
    perform addCountToRight.
    perform addCountToRight.
    move "COLLISIONS" to wantedName.
    perform addCountToRight.
    move "ADJUSTED" to wantedName.
    perform addCountToRight.
    perform proveOneEquation.

    perform proveCorrectionBalance.

*> The sender corrections and cancellations, carried through the chain
*> beside the details on counts of their own.
proveCorrectionBalance.
    move "EDIT CORR READ = CLEANED+DROPPED+UNKNOWN" to equationLabel.
    move 0 to leftTotal.
    move 0 to rightTotal.
    move "SQRTEDIT" to wantedProgram.
    move "CORRECTIONS-READ" to wantedName.
    perform addCountToLeft.
    move "CORRECTIONS-CLEANED" to wantedName.
    perform addCountToRight.
    move "CORRECTIONS-DROPPED" to wantedName.
    perform addCountToRight.
    move "CORRECTIONS-UNKNOWN" to wantedName.
    perform addCountToRight.
    perform proveOneEquation.

    move "CORR CLEANED = BATCH CORR READ" to equationLabel.
    move 0 to leftTotal.
    move 0 to rightTotal.
    move "SQRTEDIT" to wantedProgram.
    move "CORRECTIONS-CLEANED" to wantedName.
    perform addCountToLeft.
    move "SQRTBATCH" to wantedProgram.
    move "CORRECTIONS-READ" to wantedName.
    perform addCountToRight.
    perform proveOneEquation.

    move "BATCH CORR READ = ROOT+CANC+REFUSE+RANGE+ABORT" to equationLabel.
    move 0 to leftTotal.
    move 0 to rightTotal.
    move "SQRTBATCH" to wantedProgram.
    move "CORRECTIONS-READ" to wantedName.
    perform addCountToLeft.
    move "CORRECTIONS-ROOTED" to wantedName.
    perform addCountToRight.
    move "CANCELS-WRITTEN" to wantedName.
    perform addCountToRight.
    move "CORRECTIONS-REJECTED" to wantedName.
    perform addCountToRight.
    move "CORR-OUT-OF-RANGE" to wantedName.
    perform addCountToRight.
    move "CORRECTION-ABORTS" to wantedName.
    perform addCountToRight.
    perform proveOneEquation.

    move "LOAD CORR READ = BATCH ROOTED+CANCELS+ABORT" to equationLabel.
    move 0 to leftTotal.
    move 0 to rightTotal.
    move "SQRTLOAD" to wantedProgram.
    move "CORR-READ" to wantedName.
    perform addCountToLeft.
    move "SQRTBATCH" to wantedProgram.
    move "CORRECTIONS-ROOTED" to wantedName.
    perform addCountToRight.
    move "CANCELS-WRITTEN" to wantedName.
    perform addCountToRight.
    move "CORRECTION-ABORTS" to wantedName.
    perform addCountToRight.
    perform proveOneEquation.

    move "LOAD CORR READ = APPL+CANC+NOTFOUND+BYP+ADJ" to equationLabel.
    move 0 to leftTotal.
    move 0 to rightTotal.
    move "SQRTLOAD" to wantedProgram.
    perform addCorrectionOutcome.
    perform proveOneEquation.

    move "HIST CORR READ = LOAD CORR READ" to equationLabel.
    move 0 to leftTotal.
    move 0 to rightTotal.
    move "SQRTHIST" to wantedProgram.
    move "CORR-READ" to wantedName.
    perform addCountToLeft.
    move "SQRTLOAD" to wantedProgram.
    move "CORR-READ" to wantedName.
    perform addCountToRight.
    perform proveOneEquation.

    move "HIST CORR READ = APPL+CANC+NOTFOUND+BYP+ADJ" to equationLabel.
    move 0 to leftTotal.
    move 0 to rightTotal.
    move "SQRTHIST" to wantedProgram.
    perform addCorrectionOutcome.
    perform proveOneEquation.

*> One applying step's corrections read against what became of them -
*> wantedProgram names the step.
addCorrectionOutcome.
    move "CORR-READ" to wantedName.
    perform addCountToLeft.
    move "CORR-APPLIED" to wantedName.
    perform addCountToRight.
    move "CORR-CANCELLED" to wantedName.
    perform addCountToRight.
    move "CORR-NOT-FOUND" to wantedName.
    perform addCountToRight.
    move "CORR-BYPASSED" to wantedName.
    perform addCountToRight.
    move "CORR-ADJUSTED" to wantedName.
    perform addCountToRight.

proveOneEquation.
    move leftTotal to formattedLeft.
    move rightTotal to formattedRight.
    write balRptLine.

    close balRptFile.
    perform writeBalanceException.
    *> Any out-of-balance or missing count ends the step with the
    *> balancing return code and holds the night for review.
    move 0 to return-code.
    if equationsFailed > 0 or missingCounts > 0
        move outOfBalanceCode to return-code
    end-if.

*> Tells the morning worklist the balance was checked, and whether
*> the night is out.
writeBalanceException.
    open extend excpFile.
    if excpFileStatus <> "00"
        open output excpFile
    end-if.
    if excpFileStatus <> "00"
        display "SQRTBAL ABEND - EXCPFILE FAILED TO OPEN, STATUS " excpFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    move spaces to excpRecord.
    move "C" to excpRecordType.
    move "BALANCE" to excpItemType.
    move "SQRTBAL" to excpProgram.
    move 0 to excpSinceDate.
    write excpRecord.
    if equationsFailed > 0 or missingCounts > 0
        move equationsFailed to formattedFailed
        move missingCounts to formattedMissing
        move "E" to excpRecordType
        string "OUT OF BALANCE -" formattedFailed " EQUATIONS,"
            formattedMissing " COUNTS MISSING"
            into excpDetail
        write excpRecord
    end-if.
    close excpFile.
