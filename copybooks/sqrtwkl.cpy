*> File: sqrtwkl.cpy
*> Name: Peter Hudel
*> Student Number: 1012673
*> Date: 10/15/2026
*> Description: Record layout of the WORKLIST morning worklist file
*> sqrtwork.cob writes each night - one record per open item, in
*> priority order. Each night's worklist is read back the next night
*> so items still open are carried forward and aged, and items whose
*> condition has cleared drop off.
*>
*> wklPriority   - the item's rank: its type's weight plus a weight
*>                 per day of age, so old items rise to the top.
*> wklItemType   - BALANCE, SUSPENSE, HOLD, REJECT, PENDING, MISSING,
*>                 ESTFAIL, DRIFT or TRUEUP.
*> wklSourceId   - the source/meter; spaces for a night-wide item.
*> wklReference  - a reading date or record key telling items of one
*>                 type and source apart; spaces when there is one.
*> wklFacility   - the source's facility on the source master.
*> wklFirstSeen  - the date the condition began or was first found.
*> wklLastSeen   - the last night the condition was found; earlier
*>                 than tonight when its step did not run tonight
*>                 and the item was carried forward unchecked.
*> wklAgeDays    - days from wklFirstSeen to tonight's run date.
*> wklNightsOpen - nights the item has been on the worklist.
*> wklDetail     - what was found.
*> wklAction     - what is expected of the analyst.
*>
*> Modification history:
*> 10/15/2026 - Added the HOLD item type for readings on the
*>              suspect-hold file.

05 wklPriority   pic 9(5).
05 wklItemType   pic x(8).
05 wklSourceId   pic x(8).
05 wklReference  pic x(16).
05 wklFacility   pic x(8).
05 wklFirstSeen  pic 9(8).
05 wklLastSeen   pic 9(8).
05 wklAgeDays    pic 9(5).
05 wklNightsOpen pic 9(5).
05 wklDetail     pic x(50).
05 wklAction     pic x(40).
