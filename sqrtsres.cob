*> File: sqrtsres.cob
*> Name: Peter Hudel
*> Student Number: 1012673
*> Date: 10/15/2026
*> Description: Settlement interface resend facility. When settlement
*> reports a lost transmission, this regenerates the interface file
*> of any prior business date from the SETLLOG copy the nightly
*> settlement step (sqrtsetl.cob) keeps of every record it sends.
*> Given the run sequence number on RSNDPRM it copies that file -
*> header, details, adjustments and trailer (sqrtsint.cpy) - to
*> SETLOUT with the header's resend flag set, and checks the copy's
*> count and hash total against its trailer before it is released.
*>
*> A night whose settlement step abended and was rerun leaves an
*> unfinished copy of its file on the log ahead of the finished one
*> under the same sequence number; only the last copy with a trailer
*> is resent. A sequence number not on the log, or never finished,
*> ends RC 12 with nothing usable written.
*>
*> Modification history:
*> (none yet)

*> --------------------------------------------------------------------------------------------
identification division.
    program-id. sqrtsres.
*> --------------------------------------------------------------------------------------------
environment division.
    input-output section.
    file-control.
        select rsndParmFile assign to "RSNDPRM"
            organization is line sequential
            file status is rsndParmFileStatus.

        select setlLogFile assign to "SETLLOG"
            organization is line sequential
            file status is setlLogFileStatus.

        select setlOutFile assign to "SETLOUT"
            organization is line sequential
            file status is setlOutFileStatus.

        select rsndRptFile assign to "RSNDRPT"
            organization is line sequential
            file status is rsndRptFileStatus.
*> --------------------------------------------------------------------------------------------
data division.
    file section.
    fd rsndParmFile.
    01 rsndParmRecord.
        05 rsndParmSequence pic 9(7).

    fd setlLogFile.
    *> Every interface record ever sent - see sqrtsint.cpy.
    01 setlRecord.
        copy sqrtsint.

    fd setlOutFile.
    *> The regenerated interface file.
    01 setlOutRecord pic x(140).

    fd rsndRptFile.
    01 rsndRptLine pic x(100).

    working-storage section.
        77 rsndParmFileStatus pic x(2).
        77 setlLogFileStatus  pic x(2).
        77 setlOutFileStatus  pic x(2).
        77 rsndRptFileStatus  pic x(2).
        77 endOfSetlLog       pic 9 value 0.
        77 fileOpenAbendCode  pic 9(2) value 16.
        77 parmAbendCode      pic 9(2) value 12.

        77 wantedSequence pic 9(7) value 0.

        *> First pass - which copy of the wanted file on the log is the
        *> last finished one. A copy is numbered by its header.
        77 copiesSeen      pic 9(5) value 0.
        77 finishedCopy    pic 9(5) value 0.
        77 insideWanted    pic 9 value 0.

        *> Second pass - copying the finished copy.
        77 copyNumber      pic 9(5) value 0.
        77 copying         pic 9 value 0.
        77 businessDate    pic 9(8) value 0.
        77 recordsCopied   pic 9(9) value 0.
        77 detailsCopied   pic 9(9) value 0.
        77 hashCopied      pic s9(18)v9(9) value 0.
        77 trailerCount    pic 9(9) value 0.
        77 trailerHash     pic s9(18)v9(9) value 0.
        77 logRecordsRead  pic 9(9) value 0.
        77 formattedBigCount pic zzzzzzzz9.
        77 formattedHash     pic -(18).9(6).
*> --------------------------------------------------------------------------------------------
procedure division.
    *> Main program loop here
    perform readWantedSequence.
    perform openSettlementLog.
    perform findFinishedCopy until endOfSetlLog = 1.
    close setlLogFile.
    if finishedCopy = 0
        display "SQRTSRES ABEND - SEQUENCE " wantedSequence
            " IS NOT ON SETLLOG AS A FINISHED FILE"
        move parmAbendCode to return-code
        stop run
    end-if.
    perform initializeOutput.
    perform copyFinishedFile until endOfSetlLog = 1.
    perform finalizeRun.
    stop run.

readWantedSequence.
    open input rsndParmFile.
    if rsndParmFileStatus <> "00"
        display "SQRTSRES ABEND - RSNDPRM FAILED TO OPEN, STATUS " rsndParmFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    read rsndParmFile
        at end
            display "SQRTSRES ABEND - RSNDPRM HOLDS NO SEQUENCE NUMBER"
            move parmAbendCode to return-code
            stop run
    end-read.
    close rsndParmFile.
    if rsndParmSequence is not numeric or rsndParmSequence = 0
        display "SQRTSRES ABEND - RSNDPRM SEQUENCE NUMBER IS NOT USABLE"
        move parmAbendCode to return-code
        stop run
    end-if.
    move rsndParmSequence to wantedSequence.

openSettlementLog.
    move 0 to endOfSetlLog.
    open input setlLogFile.
    if setlLogFileStatus <> "00"
        display "SQRTSRES ABEND - SETLLOG FAILED TO OPEN, STATUS " setlLogFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.

*> First pass - numbers each copy of the wanted file by its header
*> and keeps the number of the last one that reached its trailer.
findFinishedCopy.
    read setlLogFile
        at end
            move 1 to endOfSetlLog
        not at end
            add 1 to logRecordsRead
            perform weighOneLogRecord
    end-read.

weighOneLogRecord.
    evaluate setlRecordType
        when "H"
            move 0 to insideWanted
            if setlSequenceNumber = wantedSequence
                add 1 to copiesSeen
                move 1 to insideWanted
            end-if
        when "T"
            if insideWanted = 1
                move copiesSeen to finishedCopy
            end-if
            move 0 to insideWanted
        when other
            continue
    end-evaluate.

initializeOutput.
    perform openSettlementLog.
    open output setlOutFile.
    if setlOutFileStatus <> "00"
        display "SQRTSRES ABEND - SETLOUT FAILED TO OPEN, STATUS " setlOutFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.

*> Second pass - copies the finished copy, header to trailer, with
*> the header marked as a resend.
copyFinishedFile.
    read setlLogFile
        at end
            move 1 to endOfSetlLog
        not at end
            perform copyOneLogRecord
    end-read.

copyOneLogRecord.
    if setlRecordType = "H"
        move 0 to copying
        if setlSequenceNumber = wantedSequence
            add 1 to copyNumber
            if copyNumber = finishedCopy
                move 1 to copying
                move setlBusinessDate to businessDate
                move "Y" to setlResendFlag
            end-if
        end-if
    end-if.
    if copying = 1
        move setlRecord to setlOutRecord
        write setlOutRecord
        add 1 to recordsCopied
        evaluate setlRecordType
            when "D"
                add 1 to detailsCopied
                add setlUserInput to hashCopied
            when "A"
                add 1 to detailsCopied
                add setlUserInput to hashCopied
            when "T"
                move setlTrailerCount to trailerCount
                move setlTrailerHash to trailerHash
                move 0 to copying
                move 1 to endOfSetlLog
            when other
                continue
        end-evaluate
    end-if.

*> The regenerated file must foot to its own trailer - one that does
*> not is not released.
finalizeRun.
    close setlLogFile.
    close setlOutFile.
    perform writeResendReport.
    move 0 to return-code.
    if detailsCopied not = trailerCount or hashCopied not = trailerHash
        display "SQRTSRES ABEND - SEQUENCE " wantedSequence
            " DOES NOT FOOT TO ITS TRAILER - DO NOT RELEASE THE FILE"
        move parmAbendCode to return-code
    end-if.

writeResendReport.
    open output rsndRptFile.
    if rsndRptFileStatus <> "00"
        display "SQRTSRES ABEND - RSNDRPT FAILED TO OPEN, STATUS " rsndRptFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    move "SETTLEMENT INTERFACE RESEND - CONTROL TOTALS REPORT" to rsndRptLine.
    write rsndRptLine.
    move spaces to rsndRptLine.
    write rsndRptLine.

    move spaces to rsndRptLine.
    string "RUN SEQUENCE NUMBER.......: " wantedSequence
        into rsndRptLine.
    write rsndRptLine.

    move spaces to rsndRptLine.
    string "BUSINESS DATE.............: " businessDate
        into rsndRptLine.
    write rsndRptLine.

    move copiesSeen to formattedBigCount.
    move spaces to rsndRptLine.
    string "COPIES ON THE LOG.........: " formattedBigCount
        into rsndRptLine.
    write rsndRptLine.

    move recordsCopied to formattedBigCount.
    move spaces to rsndRptLine.
    string "RECORDS REGENERATED.......: " formattedBigCount
        into rsndRptLine.
    write rsndRptLine.

    move detailsCopied to formattedBigCount.
    move spaces to rsndRptLine.
    string "DETAILS AND ADJUSTMENTS...: " formattedBigCount
        into rsndRptLine.
    write rsndRptLine.

    move trailerCount to formattedBigCount.
    move spaces to rsndRptLine.
    string "TRAILER RECORD COUNT......: " formattedBigCount
        into rsndRptLine.
    write rsndRptLine.

    move hashCopied to formattedHash.
    move spaces to rsndRptLine.
    string "HASH TOTAL REGENERATED....: " formattedHash
        into rsndRptLine.
    write rsndRptLine.

    move trailerHash to formattedHash.
    move spaces to rsndRptLine.
    string "TRAILER HASH TOTAL........: " formattedHash
        into rsndRptLine.
    write rsndRptLine.

    close rsndRptFile.
