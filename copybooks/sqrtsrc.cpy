*>                    detail from a retired source.
*> srcExpectedLow  - low end of the source's expected reading range.
*> srcExpectedHigh - high end of the source's expected reading range.
*>                    sqrtbatch and sqrturg divert a reading outside
*>                    the range to the suspect-hold file instead of
*>                    rooting it; a source whose range is zero at
*>                    both ends has no range set and is not checked.
*> srcDriftPct     - per-source drift movement threshold for the
*>                    drift report; zero means "use the global
*>                    DRIFTPRM threshold".
*>
*> Modification history:
*> 10/15/2026 - Documented the expected-range check the batch and
*>              urgent runs now apply against srcExpectedLow and
*>              srcExpectedHigh.

05 srcSourceId     pic x(8).
05 srcSourceSystem pic x(8).
