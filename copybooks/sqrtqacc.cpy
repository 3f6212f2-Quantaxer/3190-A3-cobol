*> File: sqrtqacc.cpy
*> Name: Peter Hudel
*> Student Number: 1012673
*> Date: 10/15/2026
*> Description: Record layout of the QUALACC quality accumulation
*> file the monthly data quality scorecard (sqrtqual.cob) is built
*> from. The nightly steps that already count what each sender's
*> feed did - the acknowledgment builder (dispositions), the
*> completeness report (dark meters), the estimate generator and the
*> history fold (true-ups) - append their night's figures here, one
*> record per source system and measure, so a month's quality can be
*> added up without reading a single report back.
*>
*> A rerun of a step appends its figures again. Each record carries
*> the run date and time of the step that wrote it, and the
*> scorecard keeps only the latest run's records for the same
*> business date, program and source system - a rerun replaces the
*> night's figures instead of doubling them. The history fold's
*> true-ups are the exception: a rerun of the fold finds the
*> estimates already replaced and writes no true-up twice, while the
*> urgent daytime run's fold writes true-ups of its own for the same
*> date, so every TRUEUP record counts.
*>
*> qaccBusinessDate - the night's business date (the feed or extract
*>                    date); the run date for a writer that sees no
*>                    feed header (the history fold). Its month is
*>                    the month the figure counts toward.
*> qaccSourceSystem - the sending source system.
*> qaccMeasure      - what is counted:
*>                    FEED     a feed received for the business date
*>                             (count 1) - judged late or on time
*>                             against the processing calendar from
*>                             the run date;
*>                    RECEIVED readings received;
*>                    DROPPED  readings dropped by the edit;
*>                    DEFAULTD readings whose unit conversion was
*>                             defaulted;
*>                    REJECTED readings rejected, one record per
*>                             reason code;
*>                    HELD     readings held out of range or as
*>                             conflicting readings;
*>                    MISSING  active meters with no reading for the
*>                             business date (meter-days missing);
*>                    ESTIMATE meter-days estimated;
*>                    TRUEUP   estimates trued up by the actual, with
*>                             the total difference in qaccAmount.
*> qaccReasonCode   - the reject reason (sqrtstatus.cpy numbering)
*>                    for REJECTED, otherwise zero.
*> qaccCount        - the count.
*> qaccAmount       - TRUEUP: the estimates' total difference from
*>                    their actuals, each taken as a positive amount;
*>                    otherwise zero.
*> qaccProgram      - the program that wrote the record.
*> qaccRunDate      - the date the writing step ran.
*> qaccRunTime      - the time the writing step ran (hhmmsscc).
*>
*> Modification history:
*> (none yet)

05 qaccBusinessDate pic 9(8).
05 qaccSourceSystem pic x(8).
05 qaccMeasure      pic x(8).
05 qaccReasonCode   pic 9(2).
05 qaccCount        pic 9(9).
05 qaccAmount       pic s9(18)v9(9)
    sign is leading separate character.
05 qaccProgram      pic x(10).
05 qaccRunDate      pic 9(8).
05 qaccRunTime      pic 9(8).
