*> File: sqrtcorr.cpy
*> Name: Peter Hudel
*> Student Number: 1012673
*> Date: 10/15/2026
*> Description: Record layout of the CORRFILE sender-corrections file -
*> one record per correction or cancellation a source system sent on
*> RAWIN for a reading it had already transmitted, after the edit
*> found the key and the batch step validated (and, for a correction,
*> re-rooted) it. The batch step writes it and the load and history
*> fold apply it to the masters, all through this copybook so the
*> layout can't go stale between the writer and its readers.
*>
*> corrAction      - "C" correction: the reading's value is replaced
*>                    by corrUserInput and its root by corrResult.
*>                    "X" cancellation: the reading is withdrawn and
*>                    comes off both masters.
*> corrRecordKey   - the sender's record key of the reading being
*>                    corrected or cancelled.
*> corrSourceId    - source/meter identifier of the reading.
*> corrReadingDate - the reading date (yyyymmdd).
*> corrUserInput   - the corrected reading in the standard unit; on a
*>                    cancellation the value the sender sent with it,
*>                    carried for the record only.
*> corrResult      - the corrected root - squareroot's, or sqrthp's
*>                    when the corrected value overflowed squareroot's
*>                    working layout; -1 when the root could not be
*>                    computed, and zero on a cancellation.
*>
*> Modification history:
*> (none yet)

05 corrAction      pic x(1).
05 corrRecordKey   pic 9(8).
05 corrSourceId    pic x(8).
05 corrReadingDate pic 9(8).
05 corrUserInput   pic s9(18)v9(9)
    sign is leading separate character.
05 corrResult      pic s9(18)v9(9)
    sign is leading separate character.
