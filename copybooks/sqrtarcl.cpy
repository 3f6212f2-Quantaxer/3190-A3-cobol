*> File: sqrtarcl.cpy
*> Name: Peter Hudel
*> Student Number: 1012673
*> Date: 10/15/2026
*> Description: Record layout of the ARCHLOG archive control log - one
*> record per source per run of the archive and purge (sqrtarch.cob)
*> that archived anything for it, appended to a cumulative dataset.
*> It is the record of what has left the masters and which yearly
*> archive holds it; the inquiry service (sqrtinq.cob) reads it to
*> tell a request that reaches past the masters from one that does
*> not.
*>
*> arclRunDate          - the date the archive ran (yyyymmdd).
*> arclArchiveYear      - the reading year archived - the archive
*>                         dataset the readings went to.
*> arclSourceId         - source/meter identifier.
*> arclSourceSystem     - the source's system on the source master
*>                         when it was archived.
*> arclCutoffMonth      - the first month (yyyymm) the source's
*>                         retention kept on the masters.
*> arclResultsArchived  - results master records archived.
*> arclResultsValue     - their total standardized reading.
*> arclHistoryArchived  - history master records archived.
*> arclHistoryValue     - their total standardized reading.
*> arclFirstReadingDate - the earliest reading date archived.
*> arclLastReadingDate  - the latest reading date archived.
*>
*> Modification history:
*> (none yet)

05 arclRunDate          pic 9(8).
05 arclArchiveYear      pic 9(4).
05 arclSourceId         pic x(8).
05 arclSourceSystem     pic x(8).
05 arclCutoffMonth      pic 9(6).
05 arclResultsArchived  pic 9(9).
05 arclResultsValue     pic s9(18)v9(9)
    sign is leading separate character.
05 arclHistoryArchived  pic 9(9).
05 arclHistoryValue     pic s9(18)v9(9)
    sign is leading separate character.
05 arclFirstReadingDate pic 9(8).
05 arclLastReadingDate  pic 9(8).
