*> File: sqrtprd.cpy
*> Name: Peter Hudel
*> Student Number: 1012673
*> Date: 10/15/2026
*> Description: Record layout of the PRDCTL period-control file - one
*> record per reading month closed by the month-end close
*> (sqrtclos.cob), appended when finance signs the month off. Every
*> program that changes a reading on the masters - the load, the
*> history fold, the backout, the urgent run and the reject repair
*> facility - loads the closed months through this copybook and
*> writes a prior-period adjustment (sqrtadj.cpy) instead of changing
*> a reading dated in one of them.
*>
*> prdMonth         - the reading month closed (yyyymm).
*> prdStatus        - "C" closed. Any other value is ignored, so a
*>                     month can only be reopened by a deliberate edit
*>                     of the file.
*> prdCloseDate     - the date the close ran (yyyymmdd).
*> prdSourceCount   - sources with readings in the month at the close.
*> prdReadingCount  - readings (actuals and estimates) on the history
*>                     for the month at the close.
*> prdEstimateCount - of those, the estimates still standing.
*> prdValueTotal    - the month's total standardized reading at the
*>                     close - the figure reported to finance.
*>
*> Modification history:
*> (none yet)

05 prdMonth         pic 9(6).
05 prdStatus        pic x(1).
05 prdCloseDate     pic 9(8).
05 prdSourceCount   pic 9(7).
05 prdReadingCount  pic 9(9).
05 prdEstimateCount pic 9(9).
05 prdValueTotal    pic s9(18)v9(9)
    sign is leading separate character.
