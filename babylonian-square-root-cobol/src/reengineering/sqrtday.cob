*>   and the flag is how we find out who needs convincing.
*> - a missing SQRTBABY.LOG or SQRT.OUT/SQRT.REJ just means an empty
*>   channel for the day, not a failed report.
*> - each interactive line now shows the department the sqrtbaby
*>   session signed on under (blank for entries logged before
*>   sign-on), next to the time.
*> - a report day given on the command line takes its batch channel
*>   from the generations SQRTGENS kept for that day (SQRT.CAT), one
*>   block per run in the order they were kept, so a past day's
*>   report shows that day's batch work and not whatever ran last.
*>   The current SQRT.OUT/SQRT.REJ are listed too when the sqrt.dat
*>   header shows them to be a run of that day not kept yet; when
*>   neither holds, the batch channel is reported empty rather than
*>   filled with another day's run. With no date the current files
*>   are taken as today's, as before.

identification division.
program-id. SQRTDAY.
    select auditLog assign to "SQRTBABY.LOG"
        organization is line sequential
        file status is auditStatus.
    select outFile assign to dynamic outFileName
        organization is line sequential
        file status is outStatus.
    select rejFile assign to dynamic rejFileName
        organization is line sequential
        file status is rejStatus.
    select inputFile assign to "sqrt.dat"
        organization is line sequential
        file status is feedStatus.
    select catalogFile assign to "SQRT.CAT"
        organization is line sequential
        file status is catalogStatus.

data division.
file section.
    01 outFileLine pic x(80).
fd rejFile.
    01 rejFileLine pic x(80).
fd inputFile.
    01 standardInput pic x(80).
fd catalogFile.
    01 catalogLine pic x(80).

working-storage section.
77 auditStatus pic xx value spaces.
77 dateArg     pic x(80) value spaces.
77 reportDate  pic 9(8) value zero.

*> ------------------------Cycle Generation---------------------------
77 feedStatus    pic xx value spaces.
77 catalogStatus pic xx value spaces.
77 feedCycleDate pic 9(8) value zero.
77 feedRunSeq    pic 9(2) value 01.
77 outFileName   pic x(80) value 'SQRT.OUT'.
77 rejFileName   pic x(80) value 'SQRT.REJ'.
77 currentFiles  pic x value 'Y'.
    88 current-files-are-the-day value 'Y'.
77 dayRunCount   pic 9(2) value zero.
77 dayRunLimit   pic 9(2) value 99.
77 dayRunIndex   pic 9(2) value zero.

01 dayRunTable.
    02 dayRunSeq occurs 99 pic 9(2).

*> shared sqrt.dat record layouts, for the current feed's header
copy "linerec.cpy".

*> shared SQRT.CAT generation-catalog record, kept by SQRTGENS
copy "catrec.cpy".

*> shared SQRTBABY.LOG audit-trail record, written by sqrtbaby
copy "auditrec.cpy".

    02 filler pic x(1) value space.
    02 ilTime pic x(8).
    02 filler pic x(2) value spaces.
    02 ilDept pic x(4).
    02 filler pic x(2) value spaces.
    02 ilLabel pic x(9).
    02 filler pic x(1) value space.
    02 ilRadicand pic -(17)9.9(6).
    accept dateArg from command-line end-accept.
    if dateArg(1:8) is numeric
        move dateArg(1:8) to reportDate
        perform FIND_DAY_GENERATIONS
    else
        move function current-date(1:8) to reportDate
    end-if.
    display "      Consolidated Daily Activity Report - " dcDate.
    display "-----------------------------------------------------".

    perform LIST_ONE_KEPT_RUN
        varying dayRunIndex from 1 by 1
        until dayRunIndex is greater than dayRunCount.
    if current-files-are-the-day
        display " "
        if dayRunCount is greater than zero
            display "Batch results (run " feedRunSeq
                " not kept yet, SQRT.OUT):"
        else
            display "Batch results (SQRT.OUT):"
        end-if
        perform LIST_BATCH_RESULTS
        display " "
        if dayRunCount is greater than zero
            display "Batch rejects (run " feedRunSeq
                " not kept yet, SQRT.REJ):"
        else
            display "Batch rejects (SQRT.REJ):"
        end-if
        perform LIST_BATCH_REJECTS
    else
        if dayRunCount is equal to zero
            display " "
            display "Batch results and rejects:"
            display "  (no run for " dcDate " kept on SQRT.CAT, and "
                "the current feed is cycle " feedCycleDate ")"
        end-if
    end-if.
    display " ".
    display "Interactive sessions (SQRTBABY.LOG), in time order:".
    perform LIST_INTERACTIVE.
LIST_BATCH_RESULTS.
    open input outFile.
    if outStatus is not equal to '00'
        display "  (no " function trim(outFileName) " on file)"
    else
        move 1 to eofSwitch
        perform LIST_ONE_RESULT until eofSwitch is = 0
LIST_BATCH_REJECTS.
    open input rejFile.
    if rejStatus is not equal to '00'
        display "  (no " function trim(rejFileName) " on file)"
    else
        move 1 to eofSwitch
        perform LIST_ONE_REJECT until eofSwitch is = 0
        audit-timestamp(13:2)
        delimited by size into ilTime
    end-string.
    move audit-dept to ilDept.
    move audit-label to ilLabel.
    compute logRadicand = function numval(audit-radicand).
    move logRadicand to ilRadicand.
        move tableIndex to matchIndex
    end-if.

*> ------------------------Cycle Generation---------------------------
*> every run kept for the report day, from the catalog; then the
*> current feed's header decides whether SQRT.OUT/SQRT.REJ are a run
*> of the day that is not kept yet (a feed without a header ran
*> under today's date, the same way SQRT runs it).
FIND_DAY_GENERATIONS.
    open input catalogFile.
    if catalogStatus is equal to '00'
        move 1 to eofSwitch
        perform CHECK_ONE_CATALOG_ENTRY until eofSwitch is = 0
        close catalogFile
    end-if.
    perform FIND_FEED_CYCLE.
    move 'N' to currentFiles.
    if feedCycleDate is equal to reportDate
        move 'Y' to currentFiles
        perform CHECK_ONE_DAY_RUN
            varying dayRunIndex from 1 by 1
            until dayRunIndex is greater than dayRunCount
    end-if.

CHECK_ONE_CATALOG_ENTRY.
    read catalogFile into catalogRecord
        at end move zero to eofSwitch
    end-read.
    if eofSwitch is not = 0
        and cat-generation
        and catCycleDate is equal to reportDate
        if dayRunCount is greater than or equal to dayRunLimit
            display "DAY RUN TABLE OVERFLOW - RAISE OCCURS LIMIT"
            move 8 to return-code
            stop run
        end-if
        add 1 to dayRunCount
        move catRunSeq to dayRunSeq(dayRunCount)
    end-if.

*> the current files are already listed if their run was kept.
CHECK_ONE_DAY_RUN.
    if dayRunSeq(dayRunIndex) is equal to feedRunSeq
        move 'N' to currentFiles
    end-if.

FIND_FEED_CYCLE.
    move zero to feedCycleDate.
    move 1 to feedRunSeq.
    open input inputFile.
    if feedStatus is equal to '00'
        read inputFile into lineStruct
            at end move spaces to lineStruct
        end-read
        close inputFile
        if hdrIndicator is equal to 'H'
            if hdrCycleDate is numeric
                move hdrCycleDate to feedCycleDate
            end-if
            if hdrRunSeq is numeric
                and hdrRunSeq is greater than zero
                move hdrRunSeq to feedRunSeq
            end-if
        end-if
        if feedCycleDate is equal to zero
            move function current-date(1:8) to feedCycleDate
        end-if
    end-if.

LIST_ONE_KEPT_RUN.
    move spaces to outFileName rejFileName.
    string 'SQRTOUT.G' reportDate dayRunSeq(dayRunIndex)
        delimited by size into outFileName
    end-string.
    string 'SQRTREJ.G' reportDate dayRunSeq(dayRunIndex)
        delimited by size into rejFileName
    end-string.
    display " ".
    display "Batch results (run " dayRunSeq(dayRunIndex) ", "
        function trim(outFileName) "):".
    perform LIST_BATCH_RESULTS.
    display " ".
    display "Batch rejects (run " dayRunSeq(dayRunIndex) ", "
        function trim(rejFileName) "):".
    perform LIST_BATCH_REJECTS.
    move 'SQRT.OUT' to outFileName.
    move 'SQRT.REJ' to rejFileName.

*> ------------------------Channel Totals-----------------------------
WRITE_CHANNEL_TOTALS.
    move batchGoodCount   to dcBatchGood.
