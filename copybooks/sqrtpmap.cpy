*> File: sqrtpmap.cpy
*> Name: Peter Hudel
*> Student Number: 1012673
*> Date: 10/15/2026
*> Description: Record layout of the PARTMAP partition map the edit
*> step (sqrtedit.cob) writes beside the partitioned cleaned extract
*> and the partition merge (sqrtpmrg.cob) reads back. The cleaned
*> extract is split into one partition per source system (PARTOUT1-3),
*> each run by its own sqrtbatch stream; this file remembers, one
*> record per detail, correction or cancellation in the order it was
*> written to the cleaned extract, which partition it went to - so
*> the streams' outputs can be put back into the single extract's
*> record order the acknowledgment builder matches on.
*>
*> pmapPartition  - the partition (1-3) the record was written to.
*> pmapRecordType - the cleaned record type - "D" detail, "C"
*>                  correction, "X" cancellation.
*> pmapRecordKey  - the sender's record key, checked against each
*>                  stream output record the merge takes for it.
*> pmapSourceId   - the reading's source/meter identifier.
*>
*> Modification history:
*> (none yet)

05 pmapPartition  pic 9(1).
05 pmapRecordType pic x(1).
05 pmapRecordKey  pic 9(8).
05 pmapSourceId   pic x(8).
