*> File: sqrtschg.cpy
*> Name: Peter Hudel
*> Student Number: 1012673
*> Date: 10/15/2026
*> Description: Record layout of the SRCHIST source change history -
*> the permanent record of what the nightly source master rebuild
*> (srcmaint.cob) changed. SRCMAST is rebuilt from the edited source
*> list every night and keeps no past, so srcmaint compares the list
*> with the prior master first and appends one record here per
*> change. The facility-as-of lookup (srcasof.cob) reads it back so a
*> report on a past period can show the facility a source belonged
*> to at the time.
*>
*> chgEffectiveDate - the business date the change took effect - the
*>                     expected business date on RUNCTL the night the
*>                     rebuilt master was first used.
*> chgRunDate       - the date srcmaint made the change (yyyymmdd).
*> chgRunTime       - the time srcmaint made the change (hhmmsscc).
*> chgSourceId      - the source/meter identifier changed.
*> chgType          - ADD a new source, RETIRE status A to R,
*>                     REACTIVATE status R to A, DROP a source taken
*>                     off the list altogether, FACILITY, SYSTEM,
*>                     RANGE (expected low/high) or THRESHOLD (drift
*>                     percentage) changed.
*> chgOldValue      - the value before the change, as printed - a
*>                     range as low/high. Spaces for an ADD.
*> chgNewValue      - the value after the change. Spaces for a DROP.
*> chgPriorFacility - the source's facility before the change (spaces
*>                     for an ADD).
*> chgFacility      - the source's facility after the change (the last
*>                     facility it had, for a DROP).
*> chgChangedBy     - the operator id on the edited source list record
*>                     behind the change - spaces when none was given,
*>                     and for a DROP, whose record is gone.
*>
*> Modification history:
*> (none yet)

05 chgEffectiveDate pic 9(8).
05 chgRunDate       pic 9(8).
05 chgRunTime       pic 9(8).
05 chgSourceId      pic x(8).
05 chgType          pic x(10).
05 chgOldValue      pic x(40).
05 chgNewValue      pic x(40).
05 chgPriorFacility pic x(8).
05 chgFacility      pic x(8).
05 chgChangedBy     pic x(8).
