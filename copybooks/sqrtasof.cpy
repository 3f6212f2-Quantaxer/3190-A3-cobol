*> File: sqrtasof.cpy
*> Name: Peter Hudel
*> Student Number: 1012673
*> Date: 10/15/2026
*> Description: Shared calling interface for "srcasof", the
*> facility-as-of lookup - every caller copies this instead of
*> hand-typing its own version of the three fields, the way
*> sqrtlink.cpy serves squareroot.
*>
*> asOfSourceId - the source/meter identifier to look up.
*> asOfDate     - the date (yyyymmdd) the facility is wanted for.
*> asOfFacility - on the call, the source's facility today (from
*>                 SRCMAST, or spaces if it is not there); on return,
*>                 the facility the source belonged to on asOfDate
*>                 according to the source change history. Left as
*>                 passed when the history records no facility for
*>                 the source before or after the date.
*>
*> Modification history:
*> (none yet)

77 asOfSourceId pic x(8).
77 asOfDate     pic 9(8).
77 asOfFacility pic x(8).
