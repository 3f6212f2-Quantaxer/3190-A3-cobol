*> File: sqrtexcp.cpy
*> Name: Peter Hudel
*> Student Number: 1012673
*> Date: 10/15/2026
*> Description: Record layout of the EXCPFILE nightly exception file
*> the morning worklist (sqrtwork.cob) is built from. The reports
*> that find a condition needing someone's attention - drift, dark
*> meters, estimates that could not be made, true-ups, an
*> out-of-balance night - print it for the operator as before and
*> also append one record here through this copybook, so the
*> worklist never has to read a report.
*>
*> Every program that writes exceptions first writes one "C" record
*> for each item type it checks, whether it finds anything or not -
*> an open item of that type that has no "E" record tonight has
*> cleared. An item type with no "C" record tonight (its step did
*> not run) is carried forward unchecked instead.
*>
*> excpRecordType  - "C" item type checked tonight, "E" exception.
*> excpItemType    - DRIFT, MISSING, ESTFAIL, TRUEUP or BALANCE.
*> excpProgram     - the program that wrote the record.
*> excpSourceId    - the source/meter the item is about; spaces for
*>                   a night-wide item (BALANCE).
*> excpReference   - what tells one item from another for the same
*>                   source and type - a reading date or record key;
*>                   spaces when one item per source is enough.
*> excpSinceDate   - the date the condition began, when the writer
*>                   knows it (a dark meter's first missed day);
*>                   zero when not - the item then ages from the
*>                   night it first appears.
*> excpDetail      - what was found, in words, for the worklist line.
*>
*> Modification history:
*> (none yet)

05 excpRecordType pic x(1).
05 excpItemType   pic x(8).
05 excpProgram    pic x(10).
05 excpSourceId   pic x(8).
05 excpReference  pic x(16).
05 excpSinceDate  pic 9(8).
05 excpDetail     pic x(50).
