*>                     extract's single header.
*> dispRecordKey    - the sender's rawRecordKey for the record.
*> dispAction       - edit side: "P" passed clean, "C" converted,
*>                     "F" defaulted (unknown unit), "X" dropped,
*>                     "K" withheld as the losing side of a
*>                     conflicting reading, "H" held on the suspect-
*>                     hold file as a conflicting reading, "U" a
*>                     correction or cancellation naming a record
*>                     key never received (rejected).
*>                     batch side: "A" accepted, "R" rejected, "H"
*>                     held on the suspect-hold file (out of range).
*> dispReasonCode   - the REJFILE reason code when dispAction is "R",
*>                     the hold or conflict reason when it is "H" or
*>                     "K", the unknown-key reason when it is "U"
*>                     (sqrtstatus.cpy numbering), otherwise zero.
*>
*> The trailing fields make each record the reading's own history for
*> the lineage trace (sqrttrce.cob) - the disposition files are kept
*> as one dated generation per night, and a record must say which
*> night and which reading it describes without the others:
*>
*> dispBusinessDate - the feed's file date (the night's business date).
*> dispRecordType   - the record type as transmitted - "D" detail,
*>                     "C" correction, "X" cancellation.
*> dispSourceId     - the reading's source/meter identifier.
*> dispReadingDate  - the reading's date (yyyymmdd).
*> dispUnitCode     - edit side: the unit code transmitted; spaces on
*>                     the batch side.
*> dispFactor       - edit side: the conversion factor applied (1 for
*>                     a defaulted unit, zero when the reading could
*>                     not be read); zero on the batch side.
*> dispRawReading   - edit side: the reading field exactly as
*>                     transmitted; spaces on the batch side.
*> dispStandardValue - the reading in the standard unit - the edit
*>                     side's scaled value, the batch side's input to
*>                     the root; zero when the reading could not be read.
*>
*> Modification history:
*> 10/15/2026 - Added the business date, record type, reading
*>              identity, unit conversion and value fields, so each
*>              night's kept generation can be traced per reading.
*> 10/15/2026 - Added the edit-side "U" disposition for a sender
*>              correction or cancellation naming an unknown key.
*> 10/15/2026 - Added the edit-side "K" (withheld) and "H" (held)
*>              dispositions for conflicting readings.
*> 10/15/2026 - Added the batch-side "H" (held out of range)
*>              disposition.

05 dispSourceSystem  pic x(8).
05 dispRecordKey     pic 9(8).
05 dispAction        pic x(1).
05 dispReasonCode    pic 9(2).
05 dispBusinessDate  pic 9(8).
05 dispRecordType    pic x(1).
05 dispSourceId      pic x(8).
05 dispReadingDate   pic 9(8).
05 dispUnitCode      pic x(2).
05 dispFactor        pic 9(5)v9(8).
05 dispRawReading    pic x(18).
05 dispStandardValue pic s9(11)v9(6)
    sign is leading separate character.
