*> File: sqrtcrul.cpy
*> Name: Peter Hudel
*> Student Number: 1012673
*> Date: 10/15/2026
*> Description: Record layout of the CONFPRM conflict-resolution
*> parameter dataset - one rule per source system, saying what
*> happens when two readings that are not a genuine rerun arrive for
*> the same source and reading date. The edit step and the history
*> fold both load the rules through this copybook.
*>
*> confRuleSystem - the source system the rule applies to (the
*>                   meter's owner, srcSourceSystem on SRCMAST).
*> confRuleCode   - "F" keep the first reading and set the later one
*>                   aside, "L" keep the latest reading and retire the
*>                   earlier one, "H" hold both on the suspect-hold
*>                   file for an operator to decide through the hold
*>                   review facility (holdrev.cob). A source system
*>                   with no rule, or an unrecognized code, is held -
*>                   nothing is ever chosen silently.
*>
*> Modification history:
*> (none yet)

05 confRuleSystem pic x(8).
05 confRuleCode   pic x(1).
