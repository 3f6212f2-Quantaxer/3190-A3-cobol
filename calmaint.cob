*> File: calmaint.cob
*> Name: Peter Hudel
*> Student Number: 1012673
*> Date: 10/15/2026
*> Description: Processing calendar maintenance and validation for
*> CALFILE, the calendar runctl.cob's VERIFY and ADVANCE steps live
*> by. The calendar used to be a hand-edited dataset nothing checked -
*> a year nobody loaded abended the chain on the first business day
*> of January, and a holiday left on it had ADVANCE expecting a file
*> that was never coming. The mode comes from CTLCARD, as in runctl:
*>
*>   GENERATE yyyy - builds the year's processing dates from the
*>             rules on CALRULE: every Monday to Friday, less the
*>             holidays (H rules), plus any extra processing days
*>             (X rules). The new calendar goes to CALNEW - the
*>             existing CALFILE dates before and after the year
*>             copied round it, the year's own dates replaced - for
*>             the job to copy back over CALFILE. An existing
*>             calendar that does not validate is not built on.
*>
*>   VALIDATE - checks every CALFILE date is a real date, in
*>             ascending order and not repeated, that no CALRULE
*>             holiday is on the calendar and no extra processing
*>             day is missing from it, and that RUNCTL's expected
*>             business date is on it. Prints the upcoming business
*>             dates from the expected date, and warns when fewer
*>             than calendarWarnDays days remain on the calendar
*>             beyond it - run nightly so the next year is loaded
*>             weeks before it is needed.
*>
*> CALRULE records: column 1 rule type (H holiday, X extra processing
*> day), columns 3-10 the date (yyyymmdd), columns 12-41 a description
*> for the report.
*>
*> Return codes: 6 the calendar is running short (its own code, so
*> the warning is not lost among the chain's RC 4 notices), 8 the
*> calendar is invalid, 12 a bad CTLCARD or CALRULE, 16 a file that
*> would not open.
*>
*> Modification history:
*> (none yet)

*> --------------------------------------------------------------------------------------------
identification division.
    program-id. calmaint.
*> --------------------------------------------------------------------------------------------
environment division.
    input-output section.
    file-control.
        select ctlCardFile assign to "CTLCARD"
            organization is line sequential
            file status is ctlCardFileStatus.

        select calRuleFile assign to "CALRULE"
            organization is line sequential
            file status is calRuleFileStatus.

        select calFile assign to "CALFILE"
            organization is line sequential
            file status is calFileStatus.

        select calNewFile assign to "CALNEW"
            organization is line sequential
            file status is calNewFileStatus.

        select runCtlFile assign to "RUNCTL"
            organization is line sequential
            file status is runCtlFileStatus.

        select calRptFile assign to "CALRPT"
            organization is line sequential
            file status is calRptFileStatus.
*> --------------------------------------------------------------------------------------------
data division.
    file section.
    fd ctlCardFile.
    01 ctlCardRecord.
        05 ctlCardMode pic x(8).
        05 filler      pic x(1).
        05 ctlCardYear pic x(4).
        05 ctlCardYearNum redefines ctlCardYear pic 9(4).

    fd calRuleFile.
    01 calRuleRecord.
        05 ruleType        pic x(1).
        05 filler          pic x(1).
        05 ruleDate        pic 9(8).
        05 filler          pic x(1).
        05 ruleDescription pic x(30).

    fd calFile.
    *> The processing calendar - one valid business date per record,
    *> ascending - the layout runctl reads.
    01 calRecord.
        05 calDate pic 9(8).

    fd calNewFile.
    01 calNewRecord.
        05 calNewDate pic 9(8).

    fd runCtlFile.
    01 runCtlRecord.
        05 runCtlDate pic 9(8).

    fd calRptFile.
    01 calRptLine pic x(100).

    working-storage section.
        77 ctlCardFileStatus pic x(2).
        77 calRuleFileStatus pic x(2).
        77 calFileStatus     pic x(2).
        77 calNewFileStatus  pic x(2).
        77 runCtlFileStatus  pic x(2).
        77 calRptFileStatus  pic x(2).
        77 endOfCalRuleFile  pic 9 value 0.
        77 endOfCalFile      pic 9 value 0.
        77 fileOpenAbendCode pic 9(2) value 16.
        77 parmAbendCode     pic 9(2) value 12.
        77 invalidReturnCode pic 9(2) value 8.
        77 shortReturnCode   pic 9(2) value 6.

        77 requestedMode  pic x(8).
        77 generateYear   pic 9(4) value 0.
        77 yearFirstDate  pic 9(8) value 0.
        77 yearLastDate   pic 9(8) value 0.
        77 calendarMissing pic 9 value 0.

        *> The holiday and extra-day rules from CALRULE.
        77 ruleTableLimit pic 9(3) value 200.
        77 ruleCount      pic 9(3) value 0.
        01 ruleTable.
            05 ruleEntry occurs 200 times.
                10 ruleEntryType pic x(1).
                10 ruleEntryDate pic 9(8).
                10 ruleEntryDescription pic x(30).
                10 ruleEntryOnCalendar pic 9.
        77 ruleIndex  pic 9(3).
        77 matchIndex pic 9(3).

        *> Date checking - a calendar date must be a real day.
        77 checkDate   pic 9(8).
        77 checkYear   pic 9(4).
        77 checkMonthDay pic 9(4).
        77 checkMonth  pic 9(2).
        77 checkDay    pic 9(2).
        77 leapWork    pic 9(4).
        77 leapRemainder pic 9(4).
        77 monthDays   pic 9(2).
        77 dateIsValid pic 9.
        01 monthLengths.
            05 filler pic x(24) value "312831303130313130313031".
        01 monthLengthTable redefines monthLengths.
            05 monthLength pic 9(2) occurs 12 times.

        *> Day of week - day 1 of the integer calendar (1 Jan 1601)
        *> was a Monday, so (day number - 1) remainder 7 is 0 for
        *> Monday through 6 for Sunday.
        77 dayNumber     pic 9(7).
        77 lastDayNumber pic 9(7).
        77 weekQuotient  pic 9(7).
        77 weekdayNumber pic 9.
        01 weekdayNames.
            05 filler pic x(21) value "MONTUEWEDTHUFRISATSUN".
        01 weekdayNameTable redefines weekdayNames.
            05 weekdayName pic x(3) occurs 7 times.

        *> Validation pass.
        77 previousDate     pic 9(8) value 0.
        77 firstCalDate     pic 9(8) value 0.
        77 lastCalDate      pic 9(8) value 0.
        77 calDatesRead     pic 9(7) value 0.
        77 calErrors        pic 9(7) value 0.
        77 checkRules       pic 9 value 0.
        77 expectedDate     pic 9(8) value 0.
        77 expectedOnCalendar pic 9 value 0.
        77 upcomingLimit    pic 9(3) value 20.
        77 upcomingListed   pic 9(3) value 0.
        77 lastListedDate   pic 9(8) value 0.
        77 calendarWarnDays pic 9(3) value 30.
        77 daysRemaining    pic s9(7) value 0.

        *> Generation pass.
        77 generatedWritten  pic 9(7) value 0.
        77 weekdaysInYear    pic 9(7) value 0.
        77 holidaysRemoved   pic 9(7) value 0.
        77 extrasAdded       pic 9(7) value 0.
        77 keptBeforeYear    pic 9(7) value 0.
        77 keptAfterYear     pic 9(7) value 0.
        77 replacedInYear    pic 9(7) value 0.
        77 yearWritten       pic 9 value 0.
        77 isHoliday         pic 9.
        77 isExtra           pic 9.

        77 formattedCount pic zzzzzz9.
        77 formattedDays  pic -(6)9.
*> --------------------------------------------------------------------------------------------
procedure division.
    *> Main program loop here
    perform readControlCard.
    perform openReport.
    perform loadCalendarRules.
    evaluate requestedMode
        when "GENERATE"
            perform generateYearCalendar
        when "VALIDATE"
            perform validateCalendarFile
        when other
            display "CALMAINT ABEND - CTLCARD MODE '" requestedMode
                "' IS NOT GENERATE OR VALIDATE"
            move parmAbendCode to return-code
            stop run
    end-evaluate.
    close calRptFile.
    stop run.

readControlCard.
    open input ctlCardFile.
    if ctlCardFileStatus <> "00"
        display "CALMAINT ABEND - CTLCARD FAILED TO OPEN, STATUS " ctlCardFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    read ctlCardFile
        at end
            display "CALMAINT ABEND - CTLCARD IS EMPTY"
            move parmAbendCode to return-code
            stop run
    end-read.
    move ctlCardMode to requestedMode.
    if requestedMode = "GENERATE"
        if ctlCardYear is not numeric or ctlCardYearNum < 1601
            display "CALMAINT ABEND - GENERATE NEEDS A FOUR-DIGIT "
                "YEAR IN CTLCARD COLUMNS 10-13"
            move parmAbendCode to return-code
            stop run
        end-if
        move ctlCardYearNum to generateYear
        compute yearFirstDate = generateYear * 10000 + 0101
        compute yearLastDate = generateYear * 10000 + 1231
    end-if.
    close ctlCardFile.

openReport.
    open output calRptFile.
    if calRptFileStatus <> "00"
        display "CALMAINT ABEND - CALRPT FAILED TO OPEN, STATUS " calRptFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    move "PROCESSING CALENDAR MAINTENANCE" to calRptLine.
    write calRptLine.
    move spaces to calRptLine.
    string "MODE......................: " requestedMode
        into calRptLine.
    write calRptLine.
    move spaces to calRptLine.
    write calRptLine.

*> Loads the holiday and extra-day rules. A rule with a date that
*> cannot exist, or a type other than H or X, stops the run - a
*> calendar built from it would be wrong in a way nobody would see.
loadCalendarRules.
    open input calRuleFile.
    if calRuleFileStatus = "35"
        move 1 to endOfCalRuleFile
    else
        if calRuleFileStatus <> "00"
            display "CALMAINT ABEND - CALRULE FAILED TO OPEN, STATUS " calRuleFileStatus
            move fileOpenAbendCode to return-code
            stop run
        end-if
        perform readCalendarRule until endOfCalRuleFile = 1
        close calRuleFile
    end-if.

readCalendarRule.
    read calRuleFile
        at end
            move 1 to endOfCalRuleFile
        not at end
            perform keepCalendarRule
    end-read.

keepCalendarRule.
    if ruleType not = "H" and ruleType not = "X"
        display "CALMAINT ABEND - CALRULE TYPE '" ruleType
            "' IS NOT H OR X"
        move parmAbendCode to return-code
        stop run
    end-if.
    move 0 to dateIsValid.
    if ruleDate is numeric
        move ruleDate to checkDate
        perform checkOneDate
    end-if.
    if dateIsValid = 0
        display "CALMAINT ABEND - CALRULE DATE " ruleDate
            " IS NOT A REAL DATE"
        move parmAbendCode to return-code
        stop run
    end-if.
    if ruleCount >= ruleTableLimit
        display "CALMAINT ABEND - MORE THAN " ruleTableLimit
            " RULES ON CALRULE"
        move parmAbendCode to return-code
        stop run
    end-if.
    add 1 to ruleCount.
    move ruleType to ruleEntryType(ruleCount).
    move ruleDate to ruleEntryDate(ruleCount).
    move ruleDescription to ruleEntryDescription(ruleCount).
    move 0 to ruleEntryOnCalendar(ruleCount).

*> Sets dateIsValid when checkDate is a day that exists - month 1 to
*> 12, day within the month, 29 February only in a leap year.
checkOneDate.
    move 0 to dateIsValid.
    divide checkDate by 10000 giving checkYear remainder checkMonthDay.
    divide checkMonthDay by 100 giving checkMonth remainder checkDay.
    if checkYear >= 1601 and checkMonth >= 1 and checkMonth <= 12
        and checkDay >= 1
        perform checkDayOfMonth
    end-if.

checkDayOfMonth.
    move monthLength(checkMonth) to monthDays.
    if checkMonth = 2
        divide checkYear by 4 giving leapWork remainder leapRemainder
        if leapRemainder = 0
            move 29 to monthDays
            divide checkYear by 100 giving leapWork remainder leapRemainder
            if leapRemainder = 0
                move 28 to monthDays
                divide checkYear by 400 giving leapWork
                    remainder leapRemainder
                if leapRemainder = 0
                    move 29 to monthDays
                end-if
            end-if
        end-if
    end-if.
    if checkDay <= monthDays
        move 1 to dateIsValid
    end-if.

*> Sets weekdayNumber for checkDate - 0 Monday through 6 Sunday.
findWeekday.
    compute dayNumber = function integer-of-date(checkDate).
    perform findWeekdayOfDayNumber.

findWeekdayOfDayNumber.
    subtract 1 from dayNumber.
    divide dayNumber by 7 giving weekQuotient remainder weekdayNumber.
    add 1 to dayNumber.

*> Sets matchIndex to the rule of the given type for checkDate.
findRuleForDate.
    move 0 to matchIndex.
    perform matchOneRule varying ruleIndex from 1 by 1
        until ruleIndex > ruleCount or matchIndex > 0.

matchOneRule.
    if ruleEntryDate(ruleIndex) = checkDate
        move ruleIndex to matchIndex
    end-if.

*> ------------------------- validation -------------------------
*> Validates CALFILE against itself and the rules, then lists the
*> upcoming business dates and checks how far the calendar runs past
*> the expected business date.
validateCalendarFile.
    move 1 to checkRules.
    perform readExpectedDate.
    perform scanCalendarFile.
    if calendarMissing = 1
        display "CALMAINT ABEND - CALFILE DOES NOT EXIST"
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    perform checkRulesAgainstCalendar varying ruleIndex from 1 by 1
        until ruleIndex > ruleCount.
    if expectedOnCalendar = 0
        add 1 to calErrors
        move spaces to calRptLine
        string "EXPECTED BUSINESS DATE " expectedDate
            " FROM RUNCTL IS NOT ON THE CALENDAR"
            into calRptLine
        write calRptLine
    end-if.
    perform listUpcomingDates.
    perform reportValidation.

readExpectedDate.
    open input runCtlFile.
    if runCtlFileStatus <> "00"
        display "CALMAINT ABEND - RUNCTL FAILED TO OPEN, STATUS " runCtlFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    read runCtlFile
        at end
            display "CALMAINT ABEND - RUNCTL HOLDS NO EXPECTED "
                "BUSINESS DATE"
            move fileOpenAbendCode to return-code
            stop run
    end-read.
    move runCtlDate to expectedDate.
    close runCtlFile.

*> One pass over CALFILE - every date checked against the one before
*> it, the first and last good dates kept.
scanCalendarFile.
    move 0 to endOfCalFile.
    move 0 to previousDate.
    open input calFile.
    if calFileStatus = "35"
        move 1 to calendarMissing
    else
        if calFileStatus <> "00"
            display "CALMAINT ABEND - CALFILE FAILED TO OPEN, STATUS " calFileStatus
            move fileOpenAbendCode to return-code
            stop run
        end-if
        perform readCalendarDate until endOfCalFile = 1
        close calFile
    end-if.

readCalendarDate.
    read calFile
        at end
            move 1 to endOfCalFile
        not at end
            add 1 to calDatesRead
            perform validateOneDate
    end-read.

validateOneDate.
    move 0 to dateIsValid.
    if calDate is numeric
        move calDate to checkDate
        perform checkOneDate
    end-if.
    evaluate true
        when dateIsValid = 0
            add 1 to calErrors
            move spaces to calRptLine
            string "RECORD " calDatesRead " - '" calRecord
                "' IS NOT A REAL DATE"
                into calRptLine
            write calRptLine
        when calDate = previousDate
            add 1 to calErrors
            move spaces to calRptLine
            string "RECORD " calDatesRead " - " calDate
                " IS A DUPLICATE"
                into calRptLine
            write calRptLine
        when calDate < previousDate
            add 1 to calErrors
            move spaces to calRptLine
            string "RECORD " calDatesRead " - " calDate
                " IS OUT OF ORDER, AFTER " previousDate
                into calRptLine
            write calRptLine
        when other
            if firstCalDate = 0
                move calDate to firstCalDate
            end-if
            move calDate to lastCalDate
            move calDate to previousDate
            if calDate = expectedDate
                move 1 to expectedOnCalendar
            end-if
            if checkRules = 1
                perform findRuleForDate
                if matchIndex > 0
                    move 1 to ruleEntryOnCalendar(matchIndex)
                end-if
            end-if
    end-evaluate.

*> A holiday on the calendar has ADVANCE expecting a file nobody will
*> send; an extra processing day missing from it has VERIFY reject
*> one that was. Only the rules inside the calendar's span are held
*> to it.
checkRulesAgainstCalendar.
    if ruleEntryDate(ruleIndex) >= firstCalDate
        and ruleEntryDate(ruleIndex) <= lastCalDate
        if ruleEntryType(ruleIndex) = "H"
            and ruleEntryOnCalendar(ruleIndex) = 1
            add 1 to calErrors
            move spaces to calRptLine
            string "HOLIDAY ON THE CALENDAR......: "
                ruleEntryDate(ruleIndex) " "
                ruleEntryDescription(ruleIndex)
                into calRptLine
            write calRptLine
        end-if
        if ruleEntryType(ruleIndex) = "X"
            and ruleEntryOnCalendar(ruleIndex) = 0
            add 1 to calErrors
            move spaces to calRptLine
            string "EXTRA DAY NOT ON THE CALENDAR: "
                ruleEntryDate(ruleIndex) " "
                ruleEntryDescription(ruleIndex)
                into calRptLine
            write calRptLine
        end-if
    end-if.

*> The next business dates from the expected date on, from a second
*> pass so a bad record earlier on the file cannot hide them. A date
*> out of order is skipped - the validation has already reported it.
listUpcomingDates.
    move spaces to calRptLine.
    write calRptLine.
    move spaces to calRptLine.
    string "UPCOMING BUSINESS DATES FROM " expectedDate
        into calRptLine.
    write calRptLine.
    move 0 to endOfCalFile.
    open input calFile.
    if calFileStatus <> "00"
        display "CALMAINT ABEND - CALFILE FAILED TO REOPEN, STATUS " calFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    perform listOneUpcomingDate
        until endOfCalFile = 1 or upcomingListed >= upcomingLimit.
    close calFile.

listOneUpcomingDate.
    read calFile
        at end
            move 1 to endOfCalFile
        not at end
            if calDate is numeric and calDate >= expectedDate
                and calDate > lastListedDate
                move 0 to dateIsValid
                move calDate to checkDate
                perform checkOneDate
                if dateIsValid = 1
                    perform findWeekday
                    add 1 to upcomingListed
                    move calDate to lastListedDate
                    move spaces to calRptLine
                    string "    " calDate " "
                        weekdayName(weekdayNumber + 1)
                        into calRptLine
                    write calRptLine
                end-if
            end-if
    end-read.

reportValidation.
    move 0 to daysRemaining.
    if lastCalDate > expectedDate and expectedDate > 0
        compute daysRemaining =
            function integer-of-date(lastCalDate)
            - function integer-of-date(expectedDate)
    end-if.
    move spaces to calRptLine.
    write calRptLine.

    move calDatesRead to formattedCount.
    move spaces to calRptLine.
    string "CALENDAR DATES READ.......: " formattedCount
        into calRptLine.
    write calRptLine.

    move spaces to calRptLine.
    string "FIRST / LAST DATE.........: " firstCalDate " / "
        lastCalDate
        into calRptLine.
    write calRptLine.

    move spaces to calRptLine.
    string "EXPECTED BUSINESS DATE....: " expectedDate
        into calRptLine.
    write calRptLine.

    move daysRemaining to formattedDays.
    move spaces to calRptLine.
    string "DAYS REMAINING BEYOND IT..: " formattedDays
        into calRptLine.
    write calRptLine.

    move calErrors to formattedCount.
    move spaces to calRptLine.
    string "ERRORS....................: " formattedCount
        into calRptLine.
    write calRptLine.

    move 0 to return-code.
    if daysRemaining < calendarWarnDays
        move spaces to calRptLine
        move calendarWarnDays to formattedCount
        string "WARNING - FEWER THAN " formattedCount
            " DAYS REMAIN ON THE CALENDAR - GENERATE THE NEXT YEAR"
            into calRptLine
        write calRptLine
        display "CALMAINT WARNING - ONLY " formattedDays
            " DAYS REMAIN ON THE CALENDAR BEYOND " expectedDate
        move shortReturnCode to return-code
    end-if.
    if calErrors > 0
        move calErrors to formattedCount
        display "CALMAINT - CALFILE HAS " formattedCount " ERRORS"
        move invalidReturnCode to return-code
    end-if.

*> ------------------------- generation -------------------------
*> Builds CALNEW - the existing calendar round the year, the year
*> itself generated from the rules.
generateYearCalendar.
    perform scanCalendarFile.
    if calErrors > 0
        display "CALMAINT ABEND - CALFILE HAS " calErrors
            " ERRORS - CORRECT THEM BEFORE GENERATING"
        move parmAbendCode to return-code
        stop run
    end-if.
    open output calNewFile.
    if calNewFileStatus <> "00"
        display "CALMAINT ABEND - CALNEW FAILED TO OPEN, STATUS " calNewFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    perform listYearRules varying ruleIndex from 1 by 1
        until ruleIndex > ruleCount.
    move 0 to endOfCalFile.
    if calendarMissing = 0
        open input calFile
        if calFileStatus <> "00"
            display "CALMAINT ABEND - CALFILE FAILED TO REOPEN, STATUS " calFileStatus
            move fileOpenAbendCode to return-code
            stop run
        end-if
        perform copyCalendarDate until endOfCalFile = 1
        close calFile
    end-if.
    if yearWritten = 0
        perform writeGeneratedYear
    end-if.
    close calNewFile.
    perform reportGeneration.

listYearRules.
    if ruleEntryDate(ruleIndex) >= yearFirstDate
        and ruleEntryDate(ruleIndex) <= yearLastDate
        move ruleEntryDate(ruleIndex) to checkDate
        perform findWeekday
        move spaces to calRptLine
        if ruleEntryType(ruleIndex) = "H"
            string "HOLIDAY...: " ruleEntryDate(ruleIndex) " "
                weekdayName(weekdayNumber + 1) " "
                ruleEntryDescription(ruleIndex)
                into calRptLine
        else
            string "EXTRA DAY.: " ruleEntryDate(ruleIndex) " "
                weekdayName(weekdayNumber + 1) " "
                ruleEntryDescription(ruleIndex)
                into calRptLine
        end-if
        write calRptLine
    end-if.

copyCalendarDate.
    read calFile
        at end
            move 1 to endOfCalFile
        not at end
            perform copyOneCalendarDate
    end-read.

copyOneCalendarDate.
    evaluate true
        when calDate < yearFirstDate
            move calDate to calNewDate
            write calNewRecord
            add 1 to keptBeforeYear
        when calDate <= yearLastDate
            add 1 to replacedInYear
        when other
            if yearWritten = 0
                perform writeGeneratedYear
            end-if
            move calDate to calNewDate
            write calNewRecord
            add 1 to keptAfterYear
    end-evaluate.

*> Every day of the year - a weekday that is not a holiday, or any
*> day named as an extra processing day, is a business date.
writeGeneratedYear.
    move 1 to yearWritten.
    compute dayNumber = function integer-of-date(yearFirstDate).
    compute lastDayNumber = function integer-of-date(yearLastDate).
    perform generateOneDay until dayNumber > lastDayNumber.

generateOneDay.
    compute checkDate = function date-of-integer(dayNumber).
    perform findWeekdayOfDayNumber.
    move 0 to isHoliday.
    move 0 to isExtra.
    perform findRuleForDate.
    if matchIndex > 0
        if ruleEntryType(matchIndex) = "H"
            move 1 to isHoliday
        else
            move 1 to isExtra
        end-if
    end-if.
    if weekdayNumber < 5
        add 1 to weekdaysInYear
    end-if.
    evaluate true
        when isExtra = 1
            perform writeGeneratedDate
            if weekdayNumber >= 5
                add 1 to extrasAdded
            end-if
        when weekdayNumber >= 5
            continue
        when isHoliday = 1
            add 1 to holidaysRemoved
        when other
            perform writeGeneratedDate
    end-evaluate.
    add 1 to dayNumber.

writeGeneratedDate.
    move checkDate to calNewDate.
    write calNewRecord.
    add 1 to generatedWritten.

reportGeneration.
    move spaces to calRptLine.
    write calRptLine.

    move spaces to calRptLine.
    string "YEAR GENERATED............: " generateYear
        into calRptLine.
    write calRptLine.

    move weekdaysInYear to formattedCount.
    move spaces to calRptLine.
    string "WEEKDAYS IN THE YEAR......: " formattedCount
        into calRptLine.
    write calRptLine.

    move holidaysRemoved to formattedCount.
    move spaces to calRptLine.
    string "HOLIDAYS TAKEN OUT........: " formattedCount
        into calRptLine.
    write calRptLine.

    move extrasAdded to formattedCount.
    move spaces to calRptLine.
    string "WEEKEND DAYS ADDED........: " formattedCount
        into calRptLine.
    write calRptLine.

    move generatedWritten to formattedCount.
    move spaces to calRptLine.
    string "BUSINESS DATES GENERATED..: " formattedCount
        into calRptLine.
    write calRptLine.

    move replacedInYear to formattedCount.
    move spaces to calRptLine.
    string "YEAR DATES REPLACED.......: " formattedCount
        into calRptLine.
    write calRptLine.

    move keptBeforeYear to formattedCount.
    move spaces to calRptLine.
    string "DATES KEPT BEFORE THE YEAR: " formattedCount
        into calRptLine.
    write calRptLine.

    move keptAfterYear to formattedCount.
    move spaces to calRptLine.
    string "DATES KEPT AFTER THE YEAR.: " formattedCount
        into calRptLine.
    write calRptLine.

    move 0 to return-code.
