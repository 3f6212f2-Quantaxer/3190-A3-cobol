*>                             the 9xxxxxxx range reserved for the
*>                             generated estimates (sqrtest.cob) -
*>                             no sender may number into it.
*> statusOutOfRange         - 14, the reading lies outside its
*>                             source's srcExpectedLow/srcExpectedHigh
*>                             range - not a reject: the reading is
*>                             diverted to the suspect-hold file for
*>                             review instead of being rooted.
*> statusConflict           - 15, the reading conflicts with another
*>                             reading for the same source and
*>                             reading date (a different record key
*>                             or value) - set aside or held for
*>                             review under the source system's
*>                             conflict-resolution rule.
*> statusUnknownKey         - 16, a sender's correction or
*>                             cancellation names a record key never
*>                             received from that source - there is
*>                             nothing on the masters for it to
*>                             replace or withdraw.
*>
*> Modification history:
*> 10/15/2026 - Added the statusUnknownKey reason code for sender
*>              corrections and cancellations naming a key we never
*>              received.
*> 10/15/2026 - Added the statusConflict reason code for conflicting
*>              readings of the same source and reading date.
*> 10/15/2026 - Added the statusOutOfRange hold reason code for the
*>              expected-range check in sqrtbatch and sqrturg.
*> 09/02/2026 - Added the statusReservedKey reject reason code -
*>              the estimate key range was reserved only by a
*>              comment until intake enforced it.
77 statusUnknownSource      pic 9(2) value 11.
77 statusRetiredSource      pic 9(2) value 12.
77 statusReservedKey        pic 9(2) value 13.
77 statusOutOfRange         pic 9(2) value 14.
77 statusConflict           pic 9(2) value 15.
77 statusUnknownKey         pic 9(2) value 16.
