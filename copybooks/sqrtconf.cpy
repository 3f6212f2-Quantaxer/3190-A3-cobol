*> File: sqrtconf.cpy
*> Name: Peter Hudel
*> Student Number: 1012673
*> Date: 10/15/2026
*> Description: Record layout of the CONFLICT conflicting-readings
*> file - one record per pair of readings found for the same source
*> and reading date that are not a genuine rerun (a different record
*> key, or the same key with a different value). The edit step writes
*> it for conflicts between the feeds of one night's RAWIN and the
*> history fold writes it for a reading that conflicts with what is
*> already on the masters, both through this copybook, so the file
*> reads one way whichever step found the conflict.
*>
*> confSourceId       - the source/meter identifier both readings
*>                       carry.
*> confReadingDate    - the reading date both readings carry.
*> confSourceSystem   - the source system whose resolution rule was
*>                       applied (the meter's owner on SRCMAST).
*> confRule           - the rule applied (sqrtcrul.cpy): "F" the
*>                       first reading was kept, "L" the latest
*>                       reading was kept, "H" both were held on the
*>                       suspect-hold file for review.
*> confDetectedBy     - the program that found the conflict.
*> confDate           - the date the conflict was found.
*> confFirst...       - the reading that arrived first - the earlier
*>                       feed's on the edit side, the incumbent
*>                       master reading on the history side.
*> confSecond...      - the reading that arrived second.
*> ...RecordKey       - the sender's record key of the reading.
*> ...Feed            - the source system that sent the reading - the
*>                       feed header's on the edit side; on the
*>                       history side the meter's owner on SRCMAST,
*>                       since the masters do not carry the feed.
*> ...LoadDate        - the date the reading was folded into the
*>                       history; zero for a reading not yet loaded.
*> ...UserInput       - the reading's standardized value.
*>
*> Modification history:
*> (none yet)

05 confSourceId      pic x(8).
05 confReadingDate   pic 9(8).
05 confSourceSystem  pic x(8).
05 confRule          pic x(1).
05 confDetectedBy    pic x(10).
05 confDate          pic 9(8).
05 confFirstRecordKey  pic 9(8).
05 confFirstFeed       pic x(8).
05 confFirstLoadDate   pic 9(8).
05 confFirstUserInput  pic s9(18)v9(9)
    sign is leading separate character.
05 confSecondRecordKey pic 9(8).
05 confSecondFeed      pic x(8).
05 confSecondLoadDate  pic 9(8).
05 confSecondUserInput pic s9(18)v9(9)
    sign is leading separate character.
