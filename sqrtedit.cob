*> feed's date and source system) and one rebuilt trailer covering
*> everything, exactly as sqrtbatch reads it.
*>
*> Before any record is edited, RAWIN is read through once to find
*> readings of the same source and reading date that arrive more than
*> once in the night. An identical resend (same record key, same
*> value) passes as before; anything else is a conflict, written to
*> the CONFLICT file and the CONFRPT report with both readings and
*> their feeds, and resolved by the meter's source system's rule on
*> CONFPRM (sqrtcrul.cpy) - keep the first, keep the latest, or hold
*> both on the suspect-hold file for review - so only one reading per
*> meter-day reaches the cleaned extract.
*>
*> A feed may also carry corrections ("C" - a new value for a reading
*> the sender transmitted before) and cancellations ("X" - the reading
*> withdrawn), laid out like a detail and counted in the feed's
*> trailer with it. Each must name a record key we hold for the same
*> source - on the results master, or a detail earlier in tonight's
*> feeds - or it is rejected back to the sender through the
*> acknowledgment (edit disposition "U", statusUnknownKey). The rest
*> are scaled like a detail and passed to the cleaned extract under
*> their own record type for sqrtbatch to re-root.
*>
*> Every cleaned detail, correction and cancellation is also written
*> to its source system's partition of the extract (PARTOUT1-3, one
*> per source system in order of first appearance, each with its own
*> header and rebuilt trailer), so the batch can run one sqrtbatch
*> stream per partition side by side. The PARTMAP partition map
*> (sqrtpmap.cpy) records which partition each record went to, in
*> cleaned-extract order, for the merge (sqrtpmrg.cob) that puts the
*> streams' outputs back together. EDITOUT is still written whole for
*> the steps that read the night's extract after the batch.
*>
*> Modification history:
*> 10/15/2026 - The cleaned extract is now also split into one
*>              partition per source system (PARTOUT1-3), each with
*>              its own header and trailer, with the PARTMAP
*>              partition map of the records' order, so the batch
*>              can run the partitions as concurrent streams. A
*>              fourth source system in one night abends the step -
*>              the acknowledgment builder has never taken more than
*>              three. The partition totals are printed on EDITRPT
*>              and a new PARTITIONED balance count carries them.
*> 10/15/2026 - EDITDISP records now also carry the business date,
*>              the record type, the reading's source and date, and
*>              its unit code, factor, raw and standardized values
*>              (sqrtdisp.cpy), for the lineage trace over the kept
*>              nightly generations.
*> 10/15/2026 - RAWIN now accepts sender corrections ("C") and
*>              cancellations ("X") of readings already transmitted.
*>              They are counted in the feed trailer, checked against
*>              the results master and tonight's own details for a
*>              known key, and passed to the cleaned extract under
*>              their own record type; an unknown key is rejected
*>              through EDITDISP with the new statusUnknownKey reason.
*>              New CORRECTIONS-... balance counts carry them.
*> 10/15/2026 - Conflicting readings for the same source and reading
*>              date within one night's feeds are now detected on a
*>              first pass over RAWIN and resolved by the source
*>              system's CONFPRM rule - the losing reading withheld
*>              from the cleaned extract (edit disposition "K"), or
*>              both held on SUSPHOLD (edit disposition "H") -
*>              instead of both reaching the masters and the later
*>              one silently overwriting the first. Conflicts are
*>              written to the CONFLICT file and the CONFRPT report,
*>              and the balance counts carry the withheld and held
*>              details.
*> 09/02/2026 - The run's control counts are now also appended to
*>              the BALFILE chain balance file (sqrtbalr.cpy), so the
*>              end-of-night balancing step can prove the chain's
        select balFile assign to "BALFILE"
            organization is line sequential
            file status is balFileStatus.

        select srcMastFile assign to "SRCMAST"
            organization is indexed
            access mode is random
            record key is srcSourceId
            file status is srcMastFileStatus.

        select confParmFile assign to "CONFPRM"
            organization is line sequential
            file status is confParmFileStatus.

        select conflictFile assign to "CONFLICT"
            organization is line sequential
            file status is conflictFileStatus.

        select confRptFile assign to "CONFRPT"
            organization is line sequential
            file status is confRptFileStatus.

        select holdFile assign to "SUSPHOLD"
            organization is line sequential
            file status is holdFileStatus.

        select masterFile assign to "RSLTMAST"
            organization is indexed
            access mode is random
            record key is mastRecordKey
            file status is masterFileStatus.

        select partFile1 assign to "PARTOUT1"
            organization is line sequential
            file status is partFile1Status.

        select partFile2 assign to "PARTOUT2"
            organization is line sequential
            file status is partFile2Status.

        select partFile3 assign to "PARTOUT3"
            organization is line sequential
            file status is partFile3Status.

        select partMapFile assign to "PARTMAP"
            organization is line sequential
            file status is partMapFileStatus.
*> --------------------------------------------------------------------------------------------
data division.
    file section.
    fd rawFile.
    *> The transmitted raw extract - the same header/detail/trailer
    *> discipline as the cleaned file, but each detail carries a
    *> unit-of-measure code and an unvalidated reading field. A
    *> correction ("C") or cancellation ("X") uses the detail layout.
    01 rawRecord.
        05 rawRecordType pic x(1).
        05 rawRecordBody pic x(44).

    fd editOutFile.
    *> The cleaned extract, laid out exactly as sqrtbatch's inRecord
    *> reads it back - corrections and cancellations keep their own
    *> record type over the detail layout.
    01 outRecord.
        05 outRecordType pic x(1).
        05 outRecordBody pic x(42).
    01 balRecord.
        copy sqrtbalr.

    fd srcMastFile.
    *> The source/meter reference master, read only to find the source
    *> system that owns a conflicting reading's meter - its rule
    *> decides the conflict. See sqrtsrc.cpy.
    01 srcMastRecord.
        copy sqrtsrc.

    fd confParmFile.
    *> The per-source-system conflict-resolution rules - see
    *> sqrtcrul.cpy.
    01 confParmRecord.
        copy sqrtcrul.

    fd conflictFile.
    *> One record per conflicting pair of readings - see sqrtconf.cpy.
    01 conflictRecord.
        copy sqrtconf.

    fd confRptFile.
    01 confRptLine pic x(132).

    fd holdFile.
    *> Both readings of a conflict held for review - see sqrthold.cpy.
    01 holdRecord.
        copy sqrthold.

    fd masterFile.
    *> The results master, read only to prove a correction or
    *> cancellation names a key we hold - see sqrtrmst.cpy.
    01 mastRecord.
        copy sqrtrmst.

    *> One partition of the cleaned extract per source system, laid
    *> out as outRecord - built in partWorkRecord and routed to the
    *> file the source system was assigned.
    fd partFile1.
    01 partRecord1 pic x(43).

    fd partFile2.
    01 partRecord2 pic x(43).

    fd partFile3.
    01 partRecord3 pic x(43).

    fd partMapFile.
    *> Which partition each cleaned record went to, in cleaned-extract
    *> order - see sqrtpmap.cpy.
    01 partMapRecord.
        copy sqrtpmap.

    working-storage section.
        77 rawFileStatus     pic x(2).
        77 editOutFileStatus pic x(2).
        77 endOfRawFile      pic 9 value 0.
        77 fileOpenAbendCode pic 9(2) value 16.
        77 controlAbendCode  pic 9(2) value 12.
        77 editDispReason    pic 9(2) value 0.

        copy sqrtstatus.

        *> Unit-of-measure conversion table - the factors in force
        *> tonight, loaded from UNITPRM at startup (per unit code the
        77 formattedCount   pic zzzzzz9.
        77 formattedRaw     pic -(11).9(6).
        77 formattedScaled  pic -(11).9(6).

        *> Conflict-resolution rules by source system, loaded from
        *> CONFPRM. A system with no rule is held - the default never
        *> picks a winner on its own.
        77 srcMastFileStatus  pic x(2).
        77 confParmFileStatus pic x(2).
        77 conflictFileStatus pic x(2).
        77 confRptFileStatus  pic x(2).
        77 holdFileStatus     pic x(2).
        77 endOfConfParmFile  pic 9 value 0.
        77 ruleTableLimit pic 9(2) value 20.
        01 ruleTable.
            05 ruleEntry occurs 20 times.
                10 ruleSystem pic x(8).
                10 ruleCode   pic x(1).
        77 ruleEntryCount pic 9(2) value 0.
        77 ruleIndex      pic 9(2).
        77 defaultRuleCode pic x(1) value "H".
        77 activeRule     pic x(1).
        77 activeRuleSystem pic x(8).
        77 ruleDescription pic x(20).

        *> Every numeric detail of the night in arrival order, built
        *> on the first pass over RAWIN so a conflict can be resolved
        *> in either direction before anything is written. nightState
        *> is "Y" the live reading for its meter-day, "P" an identical
        *> resend of it, "N" withheld as the losing side of a conflict,
        *> "H" held for review. A night too big for the table is
        *> checked as far as it goes; the history fold still catches
        *> a conflict against the masters.
        77 nightLimit    pic 9(5) value 5000.
        77 nightCount    pic 9(5) value 0.
        77 nightIndex    pic 9(5).
        77 nightSlot     pic 9(5).
        77 nightOrdinal  pic 9(5) value 0.
        77 nightOverflow pic 9 value 0.
        77 nightGroupState pic x(1).
        77 nightDisposition pic x(1).
        01 nightTable.
            05 nightEntry occurs 5000 times.
                10 nightSourceId    pic x(8).
                10 nightReadingDate pic 9(8).
                10 nightRecordKey   pic 9(8).
                10 nightReading     pic s9(11)v9(6).
                10 nightFeed        pic x(8).
                10 nightState       pic x(1).

        *> Conflict totals, for the reports and the balance file.
        77 conflictsFound   pic 9(7) value 0.
        77 resendsPassed    pic 9(7) value 0.
        77 recordsWithheld  pic 9(7) value 0.
        77 recordsHeld      pic 9(7) value 0.
        77 feedWithheld     pic 9(7) value 0.
        77 feedHeld         pic 9(7) value 0.
        77 formattedFirst   pic -(11).9(6).
        77 formattedSecond  pic -(11).9(6).

        *> Sender corrections and cancellations. A key is known when
        *> the results master holds it for the same source, or a
        *> detail earlier tonight carried it; no results master yet
        *> leaves only tonight's details to prove it against.
        77 masterFileStatus   pic x(2).
        77 masterOpened       pic 9 value 0.
        77 keyKnown           pic 9 value 0.
        77 correctionsRead    pic 9(7) value 0.
        77 correctionsCleaned pic 9(7) value 0.
        77 correctionsDropped pic 9(7) value 0.
        77 correctionsUnknown pic 9(7) value 0.
        77 feedCorrections    pic 9(7) value 0.
        77 feedCorrUnknown    pic 9(7) value 0.
        77 cleanRecordsWritten pic 9(7) value 0.

        *> Partitions of the cleaned extract, one per source system,
        *> assigned in order of the feeds' first appearance - three is
        *> what the night transmits and what the acknowledgment
        *> builder can answer, so a fourth is an abend. A partition no
        *> feed took tonight still gets its header and trailer, so
        *> every stream has a complete file to run.
        77 partFile1Status   pic x(2).
        77 partFile2Status   pic x(2).
        77 partFile3Status   pic x(2).
        77 partMapFileStatus pic x(2).
        77 partitionLimit    pic 9(1) value 3.
        77 partitionCount    pic 9(1) value 0.
        77 partIndex         pic 9(1).
        77 feedPartition     pic 9(1) value 0.
        77 partitionedRecords pic 9(7) value 0.
        77 formattedFeeds    pic zz9.
        01 partitionTable.
            05 partitionEntry occurs 3 times.
                10 partSystemName   pic x(8).
                10 partFeeds        pic 9(3).
                10 partRecordsWritten pic 9(7).
                10 partHashTotal    pic s9(13)v9(6).
        01 partWorkRecord.
            05 partRecordType pic x(1).
            05 partRecordBody pic x(42).
            05 partHeaderFields redefines partRecordBody.
                10 partFileDate     pic 9(8).
                10 partSourceSystem pic x(8).
                10 filler           pic x(26).
            05 partDetailFields redefines partRecordBody.
                10 partRecordKey   pic 9(8).
                10 partSourceId    pic x(8).
                10 partReadingDate pic 9(8).
                10 partUserInput   pic s9(11)v9(6)
                    sign is leading separate character.
            05 partTrailerFields redefines partRecordBody.
                10 partTrailerCount pic 9(7).
                10 partTrailerHash  pic s9(13)v9(6)
                    sign is leading separate character.
                10 filler           pic x(15).
*> --------------------------------------------------------------------------------------------
procedure division.
    *> Main program loop here
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open output partFile1.
    if partFile1Status <> "00"
        display "SQRTEDIT ABEND - PARTOUT1 FAILED TO OPEN, STATUS " partFile1Status
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open output partFile2.
    if partFile2Status <> "00"
        display "SQRTEDIT ABEND - PARTOUT2 FAILED TO OPEN, STATUS " partFile2Status
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open output partFile3.
    if partFile3Status <> "00"
        display "SQRTEDIT ABEND - PARTOUT3 FAILED TO OPEN, STATUS " partFile3Status
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open output partMapFile.
    if partMapFileStatus <> "00"
        display "SQRTEDIT ABEND - PARTMAP FAILED TO OPEN, STATUS " partMapFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    *> "35" means no results master exists yet - the very first
    *> night - so a correction can only name one of tonight's details.
    open input masterFile.
    if masterFileStatus = "00"
        move 1 to masterOpened
    else
        if masterFileStatus <> "35"
            display "SQRTEDIT ABEND - RSLTMAST FAILED TO OPEN, STATUS " masterFileStatus
            move fileOpenAbendCode to return-code
            stop run
        end-if
    end-if.
    move "DAILY EXTRACT EDIT - UNIT STANDARDIZATION REPORT" to editRptLine.
    write editRptLine.
    move spaces to editRptLine.
    write editRptLine.
    perform loadUnitFactors.
    perform listFactorsInForce.
    perform openConflictFiles.
    perform loadConflictRules.
    perform scanNightForConflicts.

*> The source master and the conflict files. The CONFLICT file and
*> the suspect-hold file are cumulative, so both are extended (or
*> created by their first writer).
openConflictFiles.
    open input srcMastFile.
    if srcMastFileStatus <> "00"
        display "SQRTEDIT ABEND - SRCMAST FAILED TO OPEN, STATUS " srcMastFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open extend conflictFile.
    if conflictFileStatus <> "00"
        open output conflictFile
    end-if.
    if conflictFileStatus <> "00"
        display "SQRTEDIT ABEND - CONFLICT FAILED TO OPEN, STATUS " conflictFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open extend holdFile.
    if holdFileStatus <> "00"
        open output holdFile
    end-if.
    if holdFileStatus <> "00"
        display "SQRTEDIT ABEND - SUSPHOLD FAILED TO OPEN, STATUS " holdFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    open output confRptFile.
    if confRptFileStatus <> "00"
        display "SQRTEDIT ABEND - CONFRPT FAILED TO OPEN, STATUS " confRptFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    move "DAILY EXTRACT EDIT - CONFLICTING READINGS REPORT" to confRptLine.
    write confRptLine.
    move spaces to confRptLine.
    write confRptLine.

*> Loads the per-source-system resolution rules from CONFPRM and
*> lists them on the conflict report. No CONFPRM just means every
*> conflict is held for review; an unrecognized code is reported and
*> left to the same default.
loadConflictRules.
    move "CONFLICT RESOLUTION RULES IN FORCE" to confRptLine.
    write confRptLine.
    open input confParmFile.
    if confParmFileStatus <> "00"
        move "  NO CONFPRM RULES - EVERY CONFLICT IS HELD FOR REVIEW"
            to confRptLine
        write confRptLine
    else
        perform readConflictRules until endOfConfParmFile = 1
        close confParmFile
    end-if.
    move defaultRuleCode to activeRule.
    perform describeRule.
    move spaces to confRptLine.
    string "  ANY OTHER SYSTEM: " ruleDescription
        into confRptLine.
    write confRptLine.
    move spaces to confRptLine.
    write confRptLine.

readConflictRules.
    read confParmFile
        at end
            move 1 to endOfConfParmFile
        not at end
            perform weighOneConflictRule
    end-read.

weighOneConflictRule.
    if confRuleCode not = "F" and confRuleCode not = "L"
        and confRuleCode not = "H"
        move spaces to confRptLine
        string "  SYSTEM: " confRuleSystem
            " RULE '" confRuleCode "' NOT RECOGNIZED - CONFLICTS HELD"
            into confRptLine
        write confRptLine
    else
        if ruleEntryCount >= ruleTableLimit
            display "SQRTEDIT ABEND - MORE THAN " ruleTableLimit
                " SOURCE SYSTEMS ON CONFPRM"
            move controlAbendCode to return-code
            stop run
        end-if
        add 1 to ruleEntryCount
        move confRuleSystem to ruleSystem(ruleEntryCount)
        move confRuleCode to ruleCode(ruleEntryCount)
        move confRuleCode to activeRule
        perform describeRule
        move spaces to confRptLine
        string "  SYSTEM: " confRuleSystem " " ruleDescription
            into confRptLine
        write confRptLine
    end-if.

describeRule.
    evaluate activeRule
        when "F"
            move "KEEP FIRST" to ruleDescription
        when "L"
            move "KEEP LATEST" to ruleDescription
        when other
            move "HOLD BOTH FOR REVIEW" to ruleDescription
    end-evaluate.

*> The first pass over RAWIN - every numeric detail is registered in
*> arrival order and checked against the meter-day's live reading
*> from earlier in the night, so the losing side of a conflict is
*> known before the second pass writes anything. RAWIN is then
*> reopened for the edit proper.
scanNightForConflicts.
    perform scanRawRecords until endOfRawFile = 1.
    close rawFile.
    open input rawFile.
    if rawFileStatus <> "00"
        display "SQRTEDIT ABEND - RAWIN FAILED TO REOPEN, STATUS " rawFileStatus
        move fileOpenAbendCode to return-code
        stop run
    end-if.
    move 0 to endOfRawFile.
    move spaces to feedSourceSystem.
    if nightOverflow = 1
        move spaces to confRptLine
        string "MORE THAN " nightLimit " DETAILS TONIGHT - CONFLICTS "
            "CHECKED FOR THE FIRST " nightLimit " ONLY"
            into confRptLine
        write confRptLine
    end-if.

scanRawRecords.
    read rawFile
        at end
            move 1 to endOfRawFile
        not at end
            perform scanOneRawRecord
    end-read.

scanOneRawRecord.
    evaluate rawRecordType
        when "H"
            move rawSourceSystem to feedSourceSystem
        when "D"
            if rawReadingNum is numeric
                perform registerNightReading
            end-if
        when other
            continue
    end-evaluate.

*> Adds the detail to the night table and looks for the live reading
*> already registered for its source and reading date.
registerNightReading.
    if nightCount >= nightLimit
        move 1 to nightOverflow
    else
        perform findUnitFactor
        compute scaledReading rounded = rawReadingNum * activeFactor
        add 1 to nightCount
        move rawSourceId to nightSourceId(nightCount)
        move rawReadingDate to nightReadingDate(nightCount)
        move rawRecordKey to nightRecordKey(nightCount)
        move scaledReading to nightReading(nightCount)
        move feedSourceSystem to nightFeed(nightCount)
        move "Y" to nightState(nightCount)
        move 0 to nightSlot
        perform findLiveNightEntry varying nightIndex from 1 by 1
            until nightIndex >= nightCount or nightSlot > 0
        if nightSlot > 0
            perform weighNightReading
        end-if
    end-if.

findLiveNightEntry.
    if nightSourceId(nightIndex) = nightSourceId(nightCount)
        and nightReadingDate(nightIndex) = nightReadingDate(nightCount)
        and (nightState(nightIndex) = "Y" or nightState(nightIndex) = "H")
        move nightIndex to nightSlot
    end-if.

*> The same key and value as the live reading is a resend and passes;
*> anything else is a conflict, settled by the rule of the system
*> that owns the meter. A meter-day already held stays held - a third
*> reading cannot settle a conflict an operator has not.
weighNightReading.
    if nightState(nightSlot) = "Y"
        and nightRecordKey(nightSlot) = nightRecordKey(nightCount)
        and nightReading(nightSlot) = nightReading(nightCount)
        move "P" to nightState(nightCount)
        add 1 to resendsPassed
    else
        add 1 to conflictsFound
        move nightSourceId(nightCount) to srcSourceId
        perform lookupConflictRule
        if nightState(nightSlot) = "H"
            move "H" to activeRule
        end-if
        evaluate activeRule
            when "F"
                move "N" to nightState(nightCount)
            when "L"
                move "N" to nightGroupState
                perform markNightGroup varying nightIndex from 1 by 1
                    until nightIndex >= nightCount
            when other
                move "H" to nightGroupState
                perform markNightGroup varying nightIndex from 1 by 1
                    until nightIndex >= nightCount
                move "H" to nightState(nightCount)
        end-evaluate
        perform writeNightConflict
    end-if.

*> Moves every earlier live reading (and its resends) for the
*> meter-day to the state the rule gives them.
markNightGroup.
    if nightSourceId(nightIndex) = nightSourceId(nightCount)
        and nightReadingDate(nightIndex) = nightReadingDate(nightCount)
        and (nightState(nightIndex) = "Y" or nightState(nightIndex) = "P")
        move nightGroupState to nightState(nightIndex)
    end-if.

*> Finds the rule of the source system that owns the meter in
*> srcSourceId - an unknown meter, or a system with no rule, takes
*> the hold-both default.
lookupConflictRule.
    move defaultRuleCode to activeRule.
    move spaces to activeRuleSystem.
    read srcMastFile
        invalid key
            continue
        not invalid key
            move srcSourceSystem to activeRuleSystem
            perform checkOneRuleEntry varying ruleIndex from 1 by 1
                until ruleIndex > ruleEntryCount
    end-read.

checkOneRuleEntry.
    if ruleSystem(ruleIndex) = activeRuleSystem
        move ruleCode(ruleIndex) to activeRule
    end-if.

*> Writes the conflict - the live reading as first, the newcomer as
*> second - to the CONFLICT file and the conflict report.
writeNightConflict.
    move spaces to conflictRecord.
    move nightSourceId(nightCount) to confSourceId.
    move nightReadingDate(nightCount) to confReadingDate.
    move activeRuleSystem to confSourceSystem.
    move activeRule to confRule.
    move "SQRTEDIT" to confDetectedBy.
    move editRunDate to confDate.
    move nightRecordKey(nightSlot) to confFirstRecordKey.
    move nightFeed(nightSlot) to confFirstFeed.
    move 0 to confFirstLoadDate.
    move nightReading(nightSlot) to confFirstUserInput.
    move nightRecordKey(nightCount) to confSecondRecordKey.
    move nightFeed(nightCount) to confSecondFeed.
    move 0 to confSecondLoadDate.
    move nightReading(nightCount) to confSecondUserInput.
    write conflictRecord.
    perform describeRule.
    move spaces to confRptLine.
    string "CONFLICT SOURCE: " confSourceId
        " DATE: " confReadingDate
        " SYSTEM: " confSourceSystem
        " RULE: " ruleDescription
        into confRptLine.
    write confRptLine.
    move nightReading(nightSlot) to formattedFirst.
    move spaces to confRptLine.
    string "  FIRST   KEY: " confFirstRecordKey
        " FEED: " confFirstFeed
        " VALUE: " formattedFirst
        into confRptLine.
    write confRptLine.
    move nightReading(nightCount) to formattedSecond.
    move spaces to confRptLine.
    string "  SECOND  KEY: " confSecondRecordKey
        " FEED: " confSecondFeed
        " VALUE: " formattedSecond
        into confRptLine.
    write confRptLine.

*> Loads the factors in force from UNITPRM - per unit code the
*> latest effective date on or before tonight wins. No UNITPRM, or
            perform processRawHeader
        when "D"
            perform processRawDetail
        when "C"
        when "X"
            perform processRawCorrection
        when "T"
            perform processRawTrailer
        when other
    move 0 to feedWritten.
    move 0 to feedConverted.
    move 0 to feedDefaulted.
    move 0 to feedWithheld.
    move 0 to feedHeld.
    move 0 to feedCorrections.
    move 0 to feedCorrUnknown.
    if firstHeaderSeen = 0
        move 1 to firstHeaderSeen
        move rawFileDate to extractFileDate
            stop run
        end-if
    end-if.
    perform assignFeedPartition.

*> Finds the partition the feed's source system was given by an
*> earlier feed tonight, or gives it the next one and starts that
*> partition with its own header.
assignFeedPartition.
    move 0 to feedPartition.
    perform checkOnePartition varying partIndex from 1 by 1
        until partIndex > partitionCount or feedPartition > 0.
    if feedPartition = 0
        if partitionCount >= partitionLimit
            display "SQRTEDIT ABEND - MORE THAN " partitionLimit
                " SOURCE SYSTEMS ON RAWIN - NO PARTITION TO ASSIGN "
                "FOR '" feedSourceSystem "'"
            move controlAbendCode to return-code
            stop run
        end-if
        add 1 to partitionCount
        move partitionCount to feedPartition
        move feedSourceSystem to partSystemName(feedPartition)
        move 0 to partFeeds(feedPartition)
        move 0 to partRecordsWritten(feedPartition)
        move 0 to partHashTotal(feedPartition)
        move feedPartition to partIndex
        perform writePartitionHeader
    end-if.
    add 1 to partFeeds(feedPartition).

checkOnePartition.
    if partSystemName(partIndex) = feedSourceSystem
        move partIndex to feedPartition
    end-if.

*> A partition's header - the night's file date and the partition's
*> own source system (spaces for a partition no feed took).
writePartitionHeader.
    move spaces to partWorkRecord.
    move "H" to partRecordType.
    move extractFileDate to partFileDate.
    move partSystemName(partIndex) to partSourceSystem.
    perform writePartitionWork.

*> A partition's trailer, rebuilt over what was written to it the same
*> way EDITOUT's is.
writePartitionTrailer.
    move spaces to partWorkRecord.
    move "T" to partRecordType.
    move partRecordsWritten(partIndex) to partTrailerCount.
    move partHashTotal(partIndex) to partTrailerHash.
    perform writePartitionWork.

*> Copies the cleaned record just written to EDITOUT to the feed's
*> partition, and notes on the partition map where it went.
writePartitionRecord.
    move spaces to partWorkRecord.
    move outRecordType to partRecordType.
    move rawRecordKey to partRecordKey.
    move rawSourceId to partSourceId.
    move rawReadingDate to partReadingDate.
    move scaledReading to partUserInput.
    move feedPartition to partIndex.
    perform writePartitionWork.
    add 1 to partRecordsWritten(partIndex).
    add scaledReading to partHashTotal(partIndex).
    add 1 to partitionedRecords.
    move partIndex to pmapPartition.
    move partRecordType to pmapRecordType.
    move rawRecordKey to pmapRecordKey.
    move rawSourceId to pmapSourceId.
    write partMapRecord.

*> Routes the built partition record to the file for partIndex.
writePartitionWork.
    evaluate partIndex
        when 1
            move partWorkRecord to partRecord1
            write partRecord1
        when 2
            move partWorkRecord to partRecord2
            write partRecord2
        when other
            move partWorkRecord to partRecord3
            write partRecord3
    end-evaluate.

*> Ends one partition - a partition no feed took is given its header
*> first, so its stream still reads a complete, empty file.
closeOnePartition.
    if partIndex > partitionCount
        move spaces to partSystemName(partIndex)
        move 0 to partFeeds(partIndex)
        move 0 to partRecordsWritten(partIndex)
        move 0 to partHashTotal(partIndex)
        perform writePartitionHeader
    end-if.
    perform writePartitionTrailer.

*> Closes and proves a feed the same way sqrtbatch validates the
*> cleaned file - the trailer's count and hash must match this feed's
        perform dropRawDetail
    else
        add rawReadingNum to feedHashTotal
        *> The first pass registered the numeric details in this same
        *> order - the ordinal finds the detail's conflict state.
        add 1 to nightOrdinal
        move "Y" to nightDisposition
        if nightOrdinal <= nightCount
            move nightState(nightOrdinal) to nightDisposition
        end-if
        evaluate nightDisposition
            when "N"
                perform withholdRawDetail
            when "H"
                perform holdRawDetail
            when other
                perform lookupUnitFactor
                perform writeCleanDetail
        end-evaluate
    end-if.

*> The losing side of a conflict under a keep-first or keep-latest
*> rule - reported and left off the cleaned extract; the sender's
*> acknowledgment carries the conflict reason.
withholdRawDetail.
    add 1 to recordsWithheld.
    add 1 to feedWithheld.
    move "K" to editDispAction.
    move statusConflict to editDispReason.
    perform writeEditDisposition.
    move spaces to editRptLine.
    string "WITHHELD  KEY: " rawRecordKey
        " SOURCE: " rawSourceId
        " DATE: " rawReadingDate
        " CONFLICTING READING - NOT KEPT BY RULE"
        into editRptLine.
    write editRptLine.

*> A conflict held for review - the reading goes to the suspect-hold
*> file in the standard unit, with its source's expected range when
*> the meter is known, for the hold review facility to release or
*> route; it is left off the cleaned extract.
holdRawDetail.
    add 1 to recordsHeld.
    add 1 to feedHeld.
    perform findUnitFactor.
    compute scaledReading rounded = rawReadingNum * activeFactor.
    move rawRecordKey to holdRecordKey.
    move rawSourceId to holdSourceId.
    move rawReadingDate to holdReadingDate.
    move scaledReading to holdUserInput.
    move 0 to holdExpectedLow.
    move 0 to holdExpectedHigh.
    move rawSourceId to srcSourceId.
    read srcMastFile
        invalid key
            continue
        not invalid key
            move srcExpectedLow to holdExpectedLow
            move srcExpectedHigh to holdExpectedHigh
    end-read.
    move statusConflict to holdReasonCode.
    move 0 to holdRecycleCount.
    move editRunDate to holdDate.
    move "SQRTEDIT" to holdProgramName.
    write holdRecord.
    move "H" to editDispAction.
    move statusConflict to editDispReason.
    perform writeEditDisposition.
    move spaces to editRptLine.
    string "HELD      KEY: " rawRecordKey
        " SOURCE: " rawSourceId
        " DATE: " rawReadingDate
        " CONFLICTING READING - HELD FOR REVIEW"
        into editRptLine.
    write editRptLine.

*> A sender's correction or cancellation of a reading it transmitted
*> before. It counts toward the feed's trailer like any detail; a
*> readable one must name a key we hold for the same source or it
*> goes back to the sender as unknown, and the rest are scaled and
*> passed to the cleaned extract under their own record type.
processRawCorrection.
    if feedOpen = 0
        display "SQRTEDIT ABEND - CORRECTION RECORD OUTSIDE AN OPEN "
            "FEED AT RAW RECORD " rawRecordsRead
        move controlAbendCode to return-code
        stop run
    end-if.
    add 1 to correctionsRead.
    add 1 to feedCorrections.
    add 1 to feedDetailsRead.
    if rawReadingNum is not numeric
        perform dropRawCorrection
    else
        add rawReadingNum to feedHashTotal
        perform checkCorrectionKey
        if keyKnown = 0
            perform rejectUnknownKey
        else
            perform lookupUnitFactor
            perform writeCleanCorrection
        end-if
    end-if.

*> The key is known when the results master holds it for the same
*> source as an actual reading (an estimate's reserved key was never
*> the sender's), or a numeric detail earlier in tonight's feeds
*> carried it for the same source and was not set aside as a
*> conflict.
checkCorrectionKey.
    move 0 to keyKnown.
    if masterOpened = 1
        move rawRecordKey to mastRecordKey
        read masterFile
            invalid key
                continue
            not invalid key
                if mastSourceId = rawSourceId
                    and mastEstimateFlag not = "Y"
                    move 1 to keyKnown
                end-if
        end-read
    end-if.
    if keyKnown = 0
        perform findNightDetail varying nightIndex from 1 by 1
            until nightIndex > nightCount or keyKnown = 1
    end-if.

findNightDetail.
    if nightRecordKey(nightIndex) = rawRecordKey
        and nightSourceId(nightIndex) = rawSourceId
        and (nightState(nightIndex) = "Y" or nightState(nightIndex) = "P")
        move 1 to keyKnown
    end-if.

*> Nothing we hold carries the key - the correction goes back to the
*> sender as rejected with the unknown-key reason.
rejectUnknownKey.
    add 1 to correctionsUnknown.
    add 1 to feedCorrUnknown.
    move "U" to editDispAction.
    move statusUnknownKey to editDispReason.
    perform writeEditDisposition.
    move spaces to editRptLine.
    string "UNKNOWN   KEY: " rawRecordKey
        " SOURCE: " rawSourceId
        " TYPE: " rawRecordType
        " CORRECTION NAMES A KEY NEVER RECEIVED"
        into editRptLine.
    write editRptLine.

*> A correction whose value can't be read is dropped like a detail -
*> it cannot be scaled, and a cancellation's value is part of the
*> feed's hash.
dropRawCorrection.
    add 1 to correctionsDropped.
    add 1 to feedDropped.
    move "X" to editDispAction.
    perform writeEditDisposition.
    move spaces to editRptLine.
    string "DROPPED   KEY: " rawRecordKey
        " SOURCE: " rawSourceId
        " TYPE: " rawRecordType
        " READING NOT NUMERIC: " rawReading
        into editRptLine.
    write editRptLine.

*> Scales the correction to the standard unit and passes it to the
*> cleaned extract under its own record type - a cancellation's value
*> rides along for the hash, and for the record.
writeCleanCorrection.
    evaluate true
        when unitFound = 0
            move "F" to editDispAction
        when activeFactor not = 1
            move "C" to editDispAction
        when other
            move "P" to editDispAction
    end-evaluate.
    perform writeEditDisposition.
    compute scaledReading rounded = rawReadingNum * activeFactor.
    move spaces to outRecord.
    move rawRecordType to outRecordType.
    move rawRecordKey to outRecordKey.
    move rawSourceId to outSourceId.
    move rawReadingDate to outReadingDate.
    move scaledReading to outUserInput.
    write outRecord.
    perform writePartitionRecord.
    add 1 to correctionsCleaned.
    add scaledReading to cleanHashTotal.
    move scaledReading to formattedScaled.
    move spaces to editRptLine.
    if rawRecordType = "C"
        string "CORRECTED KEY: " rawRecordKey
            " SOURCE: " rawSourceId
            " DATE: " rawReadingDate
            " NEW STANDARD VALUE: " formattedScaled
            into editRptLine
    else
        string "CANCELLED KEY: " rawRecordKey
            " SOURCE: " rawSourceId
            " DATE: " rawReadingDate
            " READING WITHDRAWN BY SENDER"
            into editRptLine
    end-if.
    write editRptLine.

*> A reading that isn't numeric can't be scaled or rooted - report it
*> and leave it off the cleaned file.
dropRawDetail.
*> code is defaulted to the standard unit (factor 1) and reported, so
*> a new source system's records still flow while the table catches up.
lookupUnitFactor.
    perform findUnitFactor.
    if unitFound = 0
        add 1 to recordsDefaulted
        add 1 to feedDefaulted
        write editRptLine
    end-if.

*> The table search alone, without the report - the first pass
*> scales the readings it compares with it.
findUnitFactor.
    move 0 to unitFound.
    move 1 to activeFactor.
    perform checkOneUnitEntry varying unitIndex from 1 by 1
        until unitIndex > unitEntryCount or unitFound = 1.

checkOneUnitEntry.
    if unitCode(unitIndex) = rawUnitCode
        move unitFactor(unitIndex) to activeFactor
    move rawReadingDate to outReadingDate.
    move scaledReading to outUserInput.
    write outRecord.
    perform writePartitionRecord.
    add 1 to detailsWritten.
    add 1 to feedWritten.
    add scaledReading to cleanHashTotal.
        move controlAbendCode to return-code
        stop run
    end-if.
    *> Rebuild the trailer over the cleaned details, corrections and
    *> cancellations included, so sqrtbatch's own count and hash
    *> validation covers exactly what this step wrote.
    compute cleanRecordsWritten = detailsWritten + correctionsCleaned.
    move spaces to outRecord.
    move "T" to outRecordType.
    move cleanRecordsWritten to outTrailerCount.
    move cleanHashTotal to outTrailerHash.
    write outRecord.
    perform closeOnePartition varying partIndex from 1 by 1
        until partIndex > partitionLimit.
    close rawFile.
    close editOutFile.
    close partFile1.
    close partFile2.
    close partFile3.
    close partMapFile.
    close editDispFile.
    close srcMastFile.
    close conflictFile.
    close holdFile.
    if masterOpened = 1
        close masterFile
    end-if.
    perform writeReportTotals.
    perform writePartitionTotals.
    close editRptFile.
    perform writeConflictTotals.
    close confRptFile.
    perform writeBalanceRecords.
    perform setReturnCode.

*> Writes one disposition record for the raw detail at hand, against
*> the sender's own key and source system, for the acknowledgment
*> builder - with the night, the reading, and its unit conversion for
*> the lineage trace.
writeEditDisposition.
    move feedSourceSystem to dispSourceSystem.
    move rawRecordKey to dispRecordKey.
    move editDispAction to dispAction.
    move editDispReason to dispReasonCode.
    move extractFileDate to dispBusinessDate.
    move rawRecordType to dispRecordType.
    move rawSourceId to dispSourceId.
    move rawReadingDate to dispReadingDate.
    move rawUnitCode to dispUnitCode.
    move rawReading to dispRawReading.
    if rawReadingNum is numeric
        perform findUnitFactor
        move activeFactor to dispFactor
        compute dispStandardValue rounded = rawReadingNum * activeFactor
    else
        move 0 to dispFactor
        move 0 to dispStandardValue
    end-if.
    write editDispRecord.
    move 0 to editDispReason.

setReturnCode.
    move 0 to return-code.
    if recordsDefaulted > 0 or recordsDropped > 0
        or conflictsFound > 0
        or correctionsDropped > 0 or correctionsUnknown > 0
        move 4 to return-code
    end-if.

    move "DETAILS-DROPPED" to balCountName.
    move recordsDropped to balCountValue.
    write balRecord.
    move "DETAILS-WITHHELD" to balCountName.
    move recordsWithheld to balCountValue.
    write balRecord.
    move "DETAILS-HELD" to balCountName.
    move recordsHeld to balCountValue.
    write balRecord.
    move "CORRECTIONS-READ" to balCountName.
    move correctionsRead to balCountValue.
    write balRecord.
    move "CORRECTIONS-CLEANED" to balCountName.
    move correctionsCleaned to balCountValue.
    write balRecord.
    move "CORRECTIONS-DROPPED" to balCountName.
    move correctionsDropped to balCountValue.
    write balRecord.
    move "CORRECTIONS-UNKNOWN" to balCountName.
    move correctionsUnknown to balCountValue.
    write balRecord.
    move "PARTITIONED" to balCountName.
    move partitionedRecords to balCountValue.
    write balRecord.
    close balFile.

*> One feed's control-total block on the edit report, printed as its
        into editRptLine.
    write editRptLine.

    move feedWithheld to formattedCount.
    move spaces to editRptLine.
    string "  WITHHELD - CONFLICT.....: " formattedCount
        into editRptLine.
    write editRptLine.

    move feedHeld to formattedCount.
    move spaces to editRptLine.
    string "  HELD - CONFLICT.........: " formattedCount
        into editRptLine.
    write editRptLine.

    move feedCorrections to formattedCount.
    move spaces to editRptLine.
    string "  CORRECTIONS RECEIVED....: " formattedCount
        into editRptLine.
    write editRptLine.

    move feedCorrUnknown to formattedCount.
    move spaces to editRptLine.
    string "  CORRECTIONS - UNKNOWN...: " formattedCount
        into editRptLine.
    write editRptLine.

writeReportTotals.
    move spaces to editRptLine.
    write editRptLine.
    string "RECORDS DROPPED...........: " formattedCount
        into editRptLine.
    write editRptLine.

    move recordsWithheld to formattedCount.
    move spaces to editRptLine.
    string "WITHHELD - CONFLICT.......: " formattedCount
        into editRptLine.
    write editRptLine.

    move recordsHeld to formattedCount.
    move spaces to editRptLine.
    string "HELD - CONFLICT...........: " formattedCount
        into editRptLine.
    write editRptLine.

    move correctionsRead to formattedCount.
    move spaces to editRptLine.
    string "CORRECTIONS RECEIVED......: " formattedCount
        into editRptLine.
    write editRptLine.

    move correctionsCleaned to formattedCount.
    move spaces to editRptLine.
    string "CORRECTIONS CLEANED.......: " formattedCount
        into editRptLine.
    write editRptLine.

    move correctionsDropped to formattedCount.
    move spaces to editRptLine.
    string "CORRECTIONS DROPPED.......: " formattedCount
        into editRptLine.
    write editRptLine.

    move correctionsUnknown to formattedCount.
    move spaces to editRptLine.
    string "CORRECTIONS - UNKNOWN KEY.: " formattedCount
        into editRptLine.
    write editRptLine.

*> What each partition - and so each batch stream - was given.
writePartitionTotals.
    move spaces to editRptLine.
    write editRptLine.
    move "PARTITIONS OF THE CLEANED EXTRACT" to editRptLine.
    write editRptLine.
    perform reportOnePartition varying partIndex from 1 by 1
        until partIndex > partitionLimit.

reportOnePartition.
    move partFeeds(partIndex) to formattedFeeds.
    move partRecordsWritten(partIndex) to formattedCount.
    move spaces to editRptLine.
    if partIndex > partitionCount
        string "  PARTITION " partIndex
            " - NO SOURCE SYSTEM TONIGHT  RECORDS: " formattedCount
            into editRptLine
    else
        string "  PARTITION " partIndex
            " - SOURCE SYSTEM " partSystemName(partIndex)
            "  FEEDS: " formattedFeeds
            "  RECORDS: " formattedCount
            into editRptLine
    end-if.
    write editRptLine.

*> The conflict report's closing totals.
writeConflictTotals.
    move spaces to confRptLine.
    write confRptLine.

    move conflictsFound to formattedCount.
    move spaces to confRptLine.
    string "CONFLICTS FOUND...........: " formattedCount
        into confRptLine.
    write confRptLine.

    move resendsPassed to formattedCount.
    move spaces to confRptLine.
    string "IDENTICAL RESENDS PASSED..: " formattedCount
        into confRptLine.
    write confRptLine.

    move recordsWithheld to formattedCount.
    move spaces to confRptLine.
    string "READINGS WITHHELD.........: " formattedCount
        into confRptLine.
    write confRptLine.

    move recordsHeld to formattedCount.
    move spaces to confRptLine.
    string "READINGS HELD FOR REVIEW..: " formattedCount
        into confRptLine.
    write confRptLine.
