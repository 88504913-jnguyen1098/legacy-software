*> ------------------------------------------------------------------
*> -          Babylonian Square Roots - Cycle Generation Keeper      -
*> -                  Re-engineered with love. <3                   -
*> -                   by Jason Nguyen (XXXXXXXX)                    -
*> ------------------------------------------------------------------

*> - keeps each completed run's input and output: sqrt.dat, SQRT.OUT
*>   and SQRT.REJ are overwritten by the next run, so once the night
*>   is over nobody can reconcile, compare, or recycle last Tuesday's
*>   cycle. Run after SQRT, this copies the three files to a dated
*>   generation - SQRTDAT.Gyyyymmddnn, SQRTOUT.Gyyyymmddnn and
*>   SQRTREJ.Gyyyymmddnn, the cycle date and run sequence off the
*>   feed's 'H' header - and catalogs it in SQRT.CAT (catrec copybook).
*> - a feed without a header is kept under today's date and run 01,
*>   the same way SQRT runs it.
*> - only a run SQRT.RUN shows as COMPLETE is kept: a RUNNING or
*>   missing cycle means the output is partial or isn't this feed's,
*>   and keeping it would put a wrong generation on the catalog. That
*>   is refused with return code 8 and nothing is copied.
*> - a cycle and run already on the catalog (an ORUN rerun of a
*>   finished cycle) has its generation replaced by the rerun's
*>   output, and the report says so.
*> - the catalog keeps a retention limit of generations (default
*>   030); an optional three-digit count on the command line (nnn)
*>   changes it, and the
*>   new limit is kept on the catalog for later runs. Beyond the limit
*>   the oldest generations (by cycle date, then run sequence) roll
*>   off: their files are deleted and their entries dropped.
*> - the report proves generations on the catalog before + added =
*>   kept + rolled off, so no generation leaves the catalog unreported.

identification division.
program-id. SQRTGENS.

environment division.

input-output section.
file-control.
    select inputFile assign to "sqrt.dat"
        organization is line sequential
        file status is feedStatus.
    select runControlFile assign to "SQRT.RUN"
        organization is line sequential
        file status is runControlStatus.
    select catalogFile assign to "SQRT.CAT"
        organization is line sequential
        file status is catalogStatus.
    select sourceFile assign to dynamic sourceName
        organization is line sequential
        file status is sourceStatus.
    select generationFile assign to dynamic generationName
        organization is line sequential
        file status is generationStatus.

data division.
file section.
fd inputFile.
    01 standardInput   pic x(80).
fd runControlFile.
    01 runControlLine  pic x(80).
fd catalogFile.
    01 catalogLine     pic x(80).
fd sourceFile.
    01 sourceLine      pic x(200).
fd generationFile.
    01 generationLine  pic x(200).

working-storage section.
77 feedStatus       pic xx value spaces.
77 runControlStatus pic xx value spaces.
77 catalogStatus    pic xx value spaces.
77 sourceStatus     pic xx value spaces.
77 generationStatus pic xx value spaces.
77 eofSwitch        pic 9 value 1.

*> ------------------------Cycle Being Kept----------------------------
77 limitArg       pic x(80) value spaces.
77 limitGiven     pic x value 'N'.
    88 limit-was-given value 'Y'.
77 newLimit       pic 9(3) value zero.
77 cycleDate      pic 9(8) value zero.
77 runSeq         pic 9(2) value 01.
77 keptDate       pic 9(8) value zero.
77 sourceName     pic x(80) value spaces.
77 generationName pic x(80) value spaces.
77 copyCount      pic 9(9) value zero.
77 datCount       pic 9(9) value zero.
77 outCount       pic 9(9) value zero.
77 rejCount       pic 9(9) value zero.

*> shared sqrt.dat record layouts (header/trailer/detail/control/big)
copy "linerec.cpy".

*> shared SQRT.CAT generation-catalog record
copy "catrec.cpy".

*> ------------------------Run Control---------------------------------
*> same run-control record SQRT writes; one scanned at a time.
01 runControlRecord.
    02 rcrCycleDate pic 9(8).
    02 filler pic x(1) value space.
    02 rcrStatus    pic x(8).
    02 filler pic x(1) value space.
    02 rcrStart     pic x(14).
    02 filler pic x(1) value space.
    02 rcrEnd       pic x(14).
    02 filler pic x(1) value space.
    02 rcrRunSeq    pic 9(2).
    02 filler pic x(30) value spaces.

77 runState    pic x(8) value spaces.
77 entryRunSeq pic 9(2) value 01.

*> ------------------------Catalog Table-------------------------------
*> the whole catalog is held while it is worked and then rewritten,
*> the same arrangement the archive (SQRTARCH) uses for what it keeps.
77 retainLimit   pic 9(3) value 030.
77 limitSetDate  pic 9(8) value zero.
77 catalogCount  pic 9(4) value zero.
77 catalogLimit  pic 9(4) value 1000.
77 tableIndex    pic 9(4) value zero.
77 oldestIndex   pic 9(4) value zero.
77 thisIndex     pic 9(4) value zero.

01 catalogTable.
    02 catalogEntry occurs 1000.
        03 ctGenKey.
            04 ctCycleDate pic 9(8).
            04 ctRunSeq    pic 9(2).
        03 ctDatCount  pic 9(9).
        03 ctOutCount  pic 9(9).
        03 ctRejCount  pic 9(9).
        03 ctKeptDate  pic 9(8).
        03 ctRolledOff pic x.
            88 ct-rolled-off value 'Y'.

*> ------------------------Catalog Totals------------------------------
77 beforeCount   pic 9(4) value zero.
77 addedCount    pic 9(4) value zero.
77 replacedCount pic 9(4) value zero.
77 rolledCount   pic 9(4) value zero.
77 keptCount     pic 9(4) value zero.
77 outOfBalance  pic x value 'N'.
    88 catalog-out-of-balance value 'Y'.

*> ------------------------Report Lines--------------------------------
01 genCounts.
    02 gcCycle   pic 9(8).
    02 gcLimit   pic zz9.
    02 gcRecords pic zzzzzzzz9.
    02 gcGens    pic zzz9.

*> --------------------------Main Program----------------------------
procedure division.
    display "         SQRT Cycle Generation Report".
    display "--------------------------------------------".

    accept limitArg from command-line end-accept.
    if limitArg(1:3) is numeric
        and limitArg(1:3) is not equal to '000'
        move limitArg(1:3) to newLimit
        move 'Y' to limitGiven
    end-if.
    move function current-date(1:8) to keptDate.

    perform FIND_FEED_CYCLE.
    perform CHECK_RUN_COMPLETE.
    perform LOAD_CATALOG.
    if limit-was-given
        move newLimit to retainLimit
        move keptDate to limitSetDate
    end-if.

    move cycleDate to gcCycle.
    display "Cycle Date.................: " gcCycle.
    display "Run Sequence...............: " runSeq.
    move retainLimit to gcLimit.
    if limit-was-given
        display "Retention Limit (Changed)..: " gcLimit " generations"
    else
        display "Retention Limit............: " gcLimit " generations"
    end-if.

    move 'sqrt.dat' to sourceName.
    perform CHECK_SOURCE_ON_FILE.
    move 'SQRT.OUT' to sourceName.
    perform CHECK_SOURCE_ON_FILE.
    move 'SQRT.REJ' to sourceName.
    perform CHECK_SOURCE_ON_FILE.

    perform KEEP_GENERATION.
    perform RECORD_GENERATION.
    perform ROLL_OFF_OLDEST until keptCount is not greater than retainLimit.
    perform REWRITE_CATALOG.
    perform WRITE_VERDICT.
    stop run.

*> ------------------------Feed Cycle----------------------------------
*> the generation is named for the cycle and run the feed was cut
*> for, read off the 'H' header just as SQRT's PRESCAN_FEED does.
FIND_FEED_CYCLE.
    open input inputFile.
    if feedStatus is not equal to '00'
        display "Unable to open sqrt.dat: file status " feedStatus
        display "GENERATION REFUSED - NOTHING KEPT"
        move 8 to return-code
        stop run
    end-if.
    read inputFile into lineStruct
        at end move spaces to lineStruct
    end-read.
    close inputFile.
    if hdrIndicator is equal to 'H'
        if hdrCycleDate is numeric
            move hdrCycleDate to cycleDate
        end-if
        if hdrRunSeq is numeric
            and hdrRunSeq is greater than zero
            move hdrRunSeq to runSeq
        end-if
    end-if.
    if cycleDate is equal to zero
        move keptDate to cycleDate
    end-if.

*> ------------------------Run Control----------------------------------
CHECK_RUN_COMPLETE.
    open input runControlFile.
    if runControlStatus is equal to '00'
        move 1 to eofSwitch
        perform CHECK_ONE_RUN_ENTRY until eofSwitch is = 0
        close runControlFile
    end-if.
    if runState is not equal to 'COMPLETE'
        if runState is equal to spaces
            display "CYCLE " cycleDate " RUN " runSeq
                " NOT ON SQRT.RUN"
        else
            display "CYCLE " cycleDate " RUN " runSeq
                " IS " runState " - NOT COMPLETE"
        end-if
        display "GENERATION REFUSED - NOTHING KEPT"
        move 8 to return-code
        stop run
    end-if.

CHECK_ONE_RUN_ENTRY.
    read runControlFile into runControlRecord
        at end move zero to eofSwitch
    end-read.
    move 1 to entryRunSeq.
    if rcrRunSeq is numeric
        and rcrRunSeq is greater than zero
        move rcrRunSeq to entryRunSeq
    end-if.
    if eofSwitch is not = 0
        and rcrCycleDate is numeric
        and rcrCycleDate is equal to cycleDate
        and entryRunSeq is equal to runSeq
        move rcrStatus to runState
    end-if.

*> ------------------------Catalog Load--------------------------------
*> no catalog yet just means this is the first generation kept; a
*> catalog that is there but won't open is not rewritten over.
LOAD_CATALOG.
    open input catalogFile.
    if catalogStatus is equal to '35'
        display "(no SQRT.CAT on file - starting a new catalog)"
    else
        if catalogStatus is not equal to '00'
            display "Unable to open SQRT.CAT: file status "
                catalogStatus
            move 8 to return-code
            stop run
        end-if
        move 1 to eofSwitch
        perform LOAD_ONE_CATALOG_ENTRY until eofSwitch is = 0
        close catalogFile
    end-if.
    move catalogCount to beforeCount.
    move catalogCount to keptCount.

LOAD_ONE_CATALOG_ENTRY.
    read catalogFile into catalogRecord
        at end move zero to eofSwitch
    end-read.
    if eofSwitch is not = 0
        if cat-limit
            if catRetainLimit is numeric
                and catRetainLimit is greater than zero
                move catRetainLimit to retainLimit
            end-if
            if catLimitSetDate is numeric
                move catLimitSetDate to limitSetDate
            end-if
        else
            if cat-generation
                if catalogCount is greater than or equal to catalogLimit
                    display "SQRT.CAT TABLE OVERFLOW - RAISE OCCURS LIMIT"
                    move 8 to return-code
                    stop run
                end-if
                add 1 to catalogCount
                move catCycleDate to ctCycleDate(catalogCount)
                move catRunSeq    to ctRunSeq(catalogCount)
                move catDatCount  to ctDatCount(catalogCount)
                move catOutCount  to ctOutCount(catalogCount)
                move catRejCount  to ctRejCount(catalogCount)
                move catKeptDate  to ctKeptDate(catalogCount)
                move 'N' to ctRolledOff(catalogCount)
            end-if
        end-if
    end-if.

*> ------------------------Source Files--------------------------------
*> all three run files are checked up front, before anything is
*> copied, so a missing one can't leave half a generation on disk.
CHECK_SOURCE_ON_FILE.
    open input sourceFile.
    if sourceStatus is not equal to '00'
        display "Unable to open " function trim(sourceName)
            ": file status " sourceStatus
        display "GENERATION REFUSED - NOTHING KEPT"
        move 8 to return-code
        stop run
    end-if.
    close sourceFile.

*> ------------------------Generation Copy-----------------------------
KEEP_GENERATION.
    display " ".
    display "Generation kept:".
    move 'sqrt.dat' to sourceName.
    move spaces to generationName.
    string 'SQRTDAT.G' cycleDate runSeq
        delimited by size into generationName
    end-string.
    perform COPY_ONE_FILE.
    move copyCount to datCount.

    move 'SQRT.OUT' to sourceName.
    move spaces to generationName.
    string 'SQRTOUT.G' cycleDate runSeq
        delimited by size into generationName
    end-string.
    perform COPY_ONE_FILE.
    move copyCount to outCount.

    move 'SQRT.REJ' to sourceName.
    move spaces to generationName.
    string 'SQRTREJ.G' cycleDate runSeq
        delimited by size into generationName
    end-string.
    perform COPY_ONE_FILE.
    move copyCount to rejCount.

COPY_ONE_FILE.
    move zero to copyCount.
    open input sourceFile.
    open output generationFile.
    if generationStatus is not equal to '00'
        display "Unable to open " function trim(generationName)
            ": file status " generationStatus
        move 8 to return-code
        stop run
    end-if.
    move 1 to eofSwitch.
    perform COPY_ONE_RECORD until eofSwitch is = 0.
    close sourceFile.
    close generationFile.
    move copyCount to gcRecords.
    display "  " sourceName(1:8) " -> " generationName(1:19)
        " records: " gcRecords.

COPY_ONE_RECORD.
    read sourceFile
        at end move zero to eofSwitch
    end-read.
    if eofSwitch is not = 0
        add 1 to copyCount
        write generationLine from sourceLine
    end-if.

*> ------------------------Catalog Entry-------------------------------
*> a cycle and run already cataloged is a rerun: its entry is
*> updated in place rather than cataloged twice.
RECORD_GENERATION.
    move zero to thisIndex.
    perform FIND_ONE_CATALOG_MATCH
        varying tableIndex from 1 by 1
        until tableIndex is greater than catalogCount.
    if thisIndex is greater than zero
        add 1 to replacedCount
        display "  (cycle " cycleDate " run " runSeq
            " was already kept - generation replaced by this rerun)"
    else
        if catalogCount is greater than or equal to catalogLimit
            display "SQRT.CAT TABLE OVERFLOW - RAISE OCCURS LIMIT"
            move 8 to return-code
            stop run
        end-if
        add 1 to catalogCount
        add 1 to addedCount
        add 1 to keptCount
        move catalogCount to thisIndex
        move cycleDate to ctCycleDate(thisIndex)
        move runSeq    to ctRunSeq(thisIndex)
        move 'N' to ctRolledOff(thisIndex)
    end-if.
    move datCount to ctDatCount(thisIndex).
    move outCount to ctOutCount(thisIndex).
    move rejCount to ctRejCount(thisIndex).
    move keptDate to ctKeptDate(thisIndex).

FIND_ONE_CATALOG_MATCH.
    if ctCycleDate(tableIndex) is equal to cycleDate
        and ctRunSeq(tableIndex) is equal to runSeq
        move tableIndex to thisIndex
    end-if.

*> ------------------------Roll-Off-------------------------------------
*> one pass per generation over the limit: the oldest still kept, by
*> cycle date and then run sequence, goes - files and entry both.
ROLL_OFF_OLDEST.
    move zero to oldestIndex.
    perform FIND_ONE_OLDER_ENTRY
        varying tableIndex from 1 by 1
        until tableIndex is greater than catalogCount.
    move 'Y' to ctRolledOff(oldestIndex).
    add 1 to rolledCount.
    subtract 1 from keptCount.
    if rolledCount is equal to 1
        display " "
        display "Generations rolled off:"
    end-if.
    display "  Cycle " ctCycleDate(oldestIndex)
        " run " ctRunSeq(oldestIndex)
        " (kept " ctKeptDate(oldestIndex) ")".

    move spaces to generationName.
    string 'SQRTDAT.G' ctGenKey(oldestIndex)
        delimited by size into generationName
    end-string.
    perform DELETE_GENERATION_FILE.
    move spaces to generationName.
    string 'SQRTOUT.G' ctGenKey(oldestIndex)
        delimited by size into generationName
    end-string.
    perform DELETE_GENERATION_FILE.
    move spaces to generationName.
    string 'SQRTREJ.G' ctGenKey(oldestIndex)
        delimited by size into generationName
    end-string.
    perform DELETE_GENERATION_FILE.

FIND_ONE_OLDER_ENTRY.
    if not ct-rolled-off(tableIndex)
        if oldestIndex is equal to zero
            move tableIndex to oldestIndex
        else
            if ctGenKey(tableIndex) is less than ctGenKey(oldestIndex)
                move tableIndex to oldestIndex
            end-if
        end-if
    end-if.

*> a file already gone (deleted by hand, say) is noted, not fatal:
*> the entry still comes off the catalog.
DELETE_GENERATION_FILE.
    call "CBL_DELETE_FILE" using generationName end-call.
    if return-code is not equal to zero
        display "    " function trim(generationName)
            " (not on disk)"
        move zero to return-code
    else
        display "    " function trim(generationName) " deleted"
    end-if.

*> ------------------------Catalog Rewrite-----------------------------
REWRITE_CATALOG.
    open output catalogFile.
    if catalogStatus is not equal to '00'
        display "SQRT.CAT not rewritten: file status " catalogStatus
        move 8 to return-code
        stop run
    end-if.
    move spaces to catalogRecord.
    move 'L' to catLimitType.
    move retainLimit to catRetainLimit.
    move limitSetDate to catLimitSetDate.
    write catalogLine from catalogRecord.
    perform WRITE_ONE_CATALOG_ENTRY
        varying tableIndex from 1 by 1
        until tableIndex is greater than catalogCount.
    close catalogFile.

WRITE_ONE_CATALOG_ENTRY.
    if not ct-rolled-off(tableIndex)
        move spaces to catalogRecord
        move 'G' to catRecType
        move ctCycleDate(tableIndex) to catCycleDate
        move ctRunSeq(tableIndex)    to catRunSeq
        move ctDatCount(tableIndex)  to catDatCount
        move ctOutCount(tableIndex)  to catOutCount
        move ctRejCount(tableIndex)  to catRejCount
        move ctKeptDate(tableIndex)  to catKeptDate
        write catalogLine from catalogRecord
    end-if.

*> ------------------------Verdict--------------------------------------
WRITE_VERDICT.
    display " ".
    display "--------------------------------------------".
    move beforeCount to gcGens.
    display "Generations Before.........: " gcGens.
    move addedCount to gcGens.
    display "Generations Added..........: " gcGens.
    move replacedCount to gcGens.
    display "Generations Replaced.......: " gcGens.
    move rolledCount to gcGens.
    display "Generations Rolled Off.....: " gcGens.
    move keptCount to gcGens.
    display "Generations Now Kept.......: " gcGens.
    if beforeCount + addedCount is not equal to keptCount + rolledCount
        move 'Y' to outOfBalance
    end-if.
    if catalog-out-of-balance
        display "CATALOG OUT OF BALANCE - INVESTIGATE SQRT.CAT"
        move 8 to return-code
    else
        display "CATALOG IN BALANCE - BEFORE + ADDED = KEPT + ROLLED OFF"
    end-if.
*> ------------------------------------------------------------------
