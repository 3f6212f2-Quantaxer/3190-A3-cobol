*> File: sqrtarcv.cpy
*> Name: Peter Hudel
*> Student Number: 1012673
*> Date: 10/15/2026
*> Description: Record layout of the master archive - one sequential
*> dataset per reading year (PROD.SQRT.ARCHIVE.Yyyyy) that the archive
*> and purge (sqrtarch.cob) moves aged readings to from the keyed
*> results and history masters, and the inquiry service (sqrtinq.cob)
*> reads back when a request reaches past the masters. Both share this
*> copybook so the layout can't go stale between them.
*>
*> arcMasterCode   - the master the record came off: "R" the results
*>                    master (RSLTMAST), "H" the history master
*>                    (HISTMAST).
*> arcSourceId     - source/meter identifier of the reading.
*> arcReadingDate  - the reading date (yyyymmdd) - its year is the
*>                    archive dataset's year.
*> arcRecordKey    - the sender's record key behind the reading.
*> arcArchiveDate  - the date the reading was archived (yyyymmdd).
*> arcMasterRecord - the master record exactly as it stood on the
*>                    master - sqrtrmst.cpy for "R", sqrthmst.cpy for
*>                    "H" - so an archived reading extracts the same
*>                    way a live one does.
*>
*> Modification history:
*> (none yet)

05 arcMasterCode   pic x(1).
05 arcSourceId     pic x(8).
05 arcReadingDate  pic 9(8).
05 arcRecordKey    pic 9(8).
05 arcArchiveDate  pic 9(8).
05 arcMasterRecord pic x(89).
