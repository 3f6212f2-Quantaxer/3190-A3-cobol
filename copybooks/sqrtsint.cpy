*> File: sqrtsint.cpy
*> Name: Peter Hudel
*> Student Number: 1012673
*> Date: 10/15/2026
*> Description: Record layout of the SETLOUT settlement interface
*> file - the fixed-format file of finalized readings the settlement
*> and billing system takes each night, instead of totals keyed off
*> the load report. The nightly settlement step (sqrtsetl.cob)
*> writes it, and a copy of every record to the cumulative SETLLOG
*> the resend facility (sqrtsres.cob) regenerates a lost file from,
*> all through this copybook so the layout can't go stale between
*> them.
*>
*> setlRecordType     - "H" header, "D" detail (a reading settlement
*>                       has not had before), "A" adjustment (a change
*>                       to a reading already sent), "T" trailer.
*>
*> Header:
*> setlBusinessDate   - the business (extract) date of the night.
*> setlSequenceNumber - the run sequence number, one higher every
*>                       night; settlement takes the files in order
*>                       and a resend carries the original number.
*> setlCreatedDate    - the date the file was written.
*> setlResendFlag     - "N" the night's own file, "Y" a resend.
*>
*> Detail and adjustment:
*> setlRecordKey      - the sender's record key of the reading.
*> setlSourceId       - source/meter identifier.
*> setlFacility       - the source's facility from SRCMAST.
*> setlReadingDate    - the reading date (yyyymmdd).
*> setlUserInput      - the standardized reading.
*> setlResult         - its root.
*> setlEstimateFlag   - "Y" a generated estimate, "N" an actual.
*> Adjustment only (zero/spaces on a detail):
*> setlAdjustAction   - "T" an estimate trued up by its actual, "R" a
*>                       replacement (rerun, correction, conflict
*>                       settled, restatement), "X" withdrawn - the
*>                       reading is no longer on the masters; its new
*>                       value and root are zero.
*> setlOrigRecordKey  - the record key of the reading as first sent.
*> setlOrigSequence   - the sequence number of the file that last
*>                       sent the reading; zero when it was settled
*>                       before the interface existed.
*> setlOrigUserInput  - the reading's value as last sent.
*>
*> Trailer:
*> setlTrailerCount   - details plus adjustments in the file.
*> setlTrailerHash    - hash total of setlUserInput over them.
*>
*> Modification history:
*> (none yet)

05 setlRecordType pic x(1).
05 setlRecordBody pic x(139).
05 setlHeaderFields redefines setlRecordBody.
    10 setlBusinessDate   pic 9(8).
    10 setlSequenceNumber pic 9(7).
    10 setlCreatedDate    pic 9(8).
    10 setlResendFlag     pic x(1).
    10 filler             pic x(115).
05 setlDetailFields redefines setlRecordBody.
    10 setlRecordKey     pic 9(8).
    10 setlSourceId      pic x(8).
    10 setlFacility      pic x(8).
    10 setlReadingDate   pic 9(8).
    10 setlUserInput     pic s9(18)v9(9)
        sign is leading separate character.
    10 setlResult        pic s9(18)v9(9)
        sign is leading separate character.
    10 setlEstimateFlag  pic x(1).
    10 setlAdjustAction  pic x(1).
    10 setlOrigRecordKey pic 9(8).
    10 setlOrigSequence  pic 9(7).
    10 setlOrigUserInput pic s9(18)v9(9)
        sign is leading separate character.
    10 filler            pic x(6).
05 setlTrailerFields redefines setlRecordBody.
    10 setlTrailerCount pic 9(9).
    10 setlTrailerHash  pic s9(18)v9(9)
        sign is leading separate character.
    10 filler           pic x(102).
