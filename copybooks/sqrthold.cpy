*> File: sqrthold.cpy
*> Name: Peter Hudel
*> Student Number: 1012673
*> Date: 10/15/2026
*> Description: Record layout of the SUSPHOLD suspect-hold file - one
*> record per reading diverted because its value lies outside its
*> source's expected range on the source master, or because it
*> conflicts with another reading for the same source and date under
*> a hold-both resolution rule. sqrtbatch and sqrturg write it
*> instead of rooting an out-of-range reading, sqrtedit and sqrthist
*> write both readings of a held conflict, the hold review facility
*> (holdrev.cob) releases or routes each one, and the hold-aging
*> report (holdage.cob) reads it back - all through this copybook so
*> the layout can't go stale between the writers and the readers.
*>
*> holdRecordKey    - the sender's record key for the reading.
*> holdSourceId     - the source/meter identifier.
*> holdReadingDate  - the reading's own date.
*> holdUserInput    - the reading's value, exactly as it arrived.
*> holdExpectedLow  - the source's srcExpectedLow when it was held.
*> holdExpectedHigh - the source's srcExpectedHigh when it was held.
*> holdReasonCode   - the hold reason (sqrtstatus.cpy numbering -
*>                     statusOutOfRange or statusConflict).
*> holdRecycleCount - the recycle count the reading carried, kept so a
*>                     routed reading's repair count stays honest.
*> holdDate         - the date the reading was held, which the aging
*>                     report measures from.
*> holdProgramName  - the program that held it (SQRTBATCH, SQRTURG,
*>                     SQRTEDIT or SQRTHIST).
*>
*> Modification history:
*> 10/15/2026 - Conflicting readings held under a hold-both
*>              resolution rule now land here too, with the
*>              statusConflict reason.

05 holdRecordKey    pic 9(8).
05 holdSourceId     pic x(8).
05 holdReadingDate  pic 9(8).
05 holdUserInput    pic s9(11)v9(6)
    sign is leading separate character.
05 holdExpectedLow  pic s9(11)v9(6)
    sign is leading separate character.
05 holdExpectedHigh pic s9(11)v9(6)
    sign is leading separate character.
05 holdReasonCode   pic 9(2).
05 holdRecycleCount pic 9(2).
05 holdDate         pic 9(8).
05 holdProgramName  pic x(10).
