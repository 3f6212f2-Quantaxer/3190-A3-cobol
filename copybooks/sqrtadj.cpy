*> File: sqrtadj.cpy
*> Name: Peter Hudel
*> Student Number: 1012673
*> Date: 10/15/2026
*> Description: Record layout of the PPADJ prior-period adjustment
*> file - one record per change a program would have made to a
*> reading dated in a month the period close (sqrtclos.cob) has
*> closed. The change is written here instead of to the master, so a
*> closed month's figures never move under finance; the monthly
*> prior-period adjustment report (sqrtadjr.cob) lists them. Every
*> writer and the report share this copybook so the layout can't go
*> stale between them.
*>
*> adjPeriod      - the closed reading month (yyyymm) the change
*>                   belongs to.
*> adjMasterName  - the master the change was aimed at: "RSLTMAST"
*>                   (the load, the backout), "HISTMAST" (the history
*>                   fold, the backout), or "BOTH" for a reading
*>                   stopped before it was rooted (the urgent run,
*>                   the reject repair facility, the restatement),
*>                   which would have reached both. A late reading
*>                   loaded at night is written once for each master.
*> adjReasonCode  - why the reading would have changed:
*>                   "LR" late reading - no reading for the key or
*>                        meter-day on the master yet
*>                   "LE" late estimate for a meter-day with none
*>                   "RR" a rerun replacing the reading on the master
*>                   "TU" an estimate trued up by its actual
*>                   "CF" a conflicting reading for the meter-day
*>                   "SC" a sender correction
*>                   "SX" a sender cancellation
*>                   "BO" a backout of the reading's load date
*>                   "RP" a repaired reject resubmitted
*>                   "UR" a resubmission in the urgent run
*>                   "RS" a restatement after a unit conversion
*>                        factor correction (sqrtrest.cob)
*> adjRecordKey   - the record key of the incoming reading (the
*>                   master's own reading on a backout).
*> adjSourceId    - source/meter identifier.
*> adjReadingDate - the reading date (yyyymmdd).
*> adjOldValue    - the reading on the master before the change, zero
*>                   when there was none.
*> adjNewValue    - the reading the change would have left, zero when
*>                   the change removes it.
*> adjOldResult   - the root on the master before the change.
*> adjNewResult   - the root the change would have left - zero when
*>                   the reading was stopped before it was rooted.
*> adjProgramName - the program that would have made the change.
*> adjRunDate     - that run's date (yyyymmdd) - the load date the
*>                   change would have been stamped with.
*> adjRunTime     - that run's start time (hhmmsscc), telling two
*>                   runs of one program on one date apart.
*>
*> Modification history:
*> 10/15/2026 - Added reason "RS" for the unit factor restatement.

05 adjPeriod      pic 9(6).
05 adjMasterName  pic x(8).
05 adjReasonCode  pic x(2).
05 adjRecordKey   pic 9(8).
05 adjSourceId    pic x(8).
05 adjReadingDate pic 9(8).
05 adjOldValue    pic s9(18)v9(9)
    sign is leading separate character.
05 adjNewValue    pic s9(18)v9(9)
    sign is leading separate character.
05 adjOldResult   pic s9(18)v9(9)
    sign is leading separate character.
05 adjNewResult   pic s9(18)v9(9)
    sign is leading separate character.
05 adjProgramName pic x(10).
05 adjRunDate     pic 9(8).
05 adjRunTime     pic 9(8).
