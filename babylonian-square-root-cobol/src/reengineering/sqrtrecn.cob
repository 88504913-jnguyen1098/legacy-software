*> - anything missing, duplicated, or unaccounted for goes on the
*>   exceptions report, and the run gets an in-balance/out-of-balance
*>   verdict; out of balance ends with return code 8.
*> - a cycle date on the command line (yyyymmdd, optionally followed
*>   by the run sequence nn, default 01) reconciles that cycle's kept
*>   generation as cataloged in SQRT.CAT by SQRTGENS, instead of
*>   whatever run last overwrote sqrt.dat, SQRT.OUT and SQRT.REJ. A
*>   cycle not kept yet is reconciled from the current files only
*>   when the sqrt.dat header shows they are that cycle's; any other
*>   cycle is refused with return code 8 rather than reconciling the
*>   wrong run. With no arguments the current files are used, as
*>   before.

identification division.
program-id. SQRTRECN.

input-output section.
file-control.
    select inputFile assign to dynamic datFileName
        organization is line sequential
        file status is feedStatus.
    select outFile assign to dynamic outFileName
        organization is line sequential
        file status is outStatus.
    select rejFile assign to dynamic rejFileName
        organization is line sequential
        file status is rejStatus.
    select catalogFile assign to "SQRT.CAT"
        organization is line sequential
        file status is catalogStatus.

data division.
file section.
    01 outFileLine     pic x(80).
fd rejFile.
    01 rejFileLine     pic x(80).
fd catalogFile.
    01 catalogLine     pic x(80).

working-storage section.
77 feedStatus  pic xx value spaces.
77 rejStatus   pic xx value spaces.
77 eofSwitch   pic 9 value 1.

*> ------------------------Cycle Generation---------------------------
77 catalogStatus   pic xx value spaces.
77 commandArgs     pic x(80) value spaces.
77 cycleDateArg    pic x(80) value spaces.
77 runSeqArg       pic x(80) value spaces.
77 genCycleDate    pic 9(8) value zero.
77 genRunSeq       pic 9(2) value 01.
77 generationFound pic x value 'N'.
    88 generation-was-found value 'Y'.
77 feedCycleDate   pic 9(8) value zero.
77 feedRunSeq      pic 9(2) value 01.
77 datFileName     pic x(80) value 'sqrt.dat'.
77 outFileName     pic x(80) value 'SQRT.OUT'.
77 rejFileName     pic x(80) value 'SQRT.REJ'.

*> shared SQRT.CAT generation-catalog record, kept by SQRTGENS
copy "catrec.cpy".

*> ------------------------Matching Tables----------------------------
*> one entry per SQRT.OUT / SQRT.REJ line, consumed as feed details
*> claim them; whatever is left unconsumed at the end is unaccounted.
    display "      SQRT Run Reconciliation Report".
    display "--------------------------------------------".

    accept commandArgs from command-line end-accept.
    unstring commandArgs delimited by all spaces
        into cycleDateArg runSeqArg
    end-unstring.
    if cycleDateArg(1:8) is numeric
        move cycleDateArg(1:8) to genCycleDate
        if runSeqArg(1:2) is numeric
            and runSeqArg(1:2) is greater than zero
            move runSeqArg(1:2) to genRunSeq
        end-if
        perform SELECT_GENERATION
    end-if.

    perform LOAD_OUT_TABLE.
    perform LOAD_REJ_TABLE.
    perform MATCH_FEED.
LOAD_OUT_TABLE.
    open input outFile.
    if outStatus is not equal to '00'
        display "Unable to open " function trim(outFileName)
            ": file status " outStatus
        move 8 to return-code
        stop run
    end-if.
LOAD_REJ_TABLE.
    open input rejFile.
    if rejStatus is not equal to '00'
        display "Unable to open " function trim(rejFileName)
            ": file status " rejStatus
        move 8 to return-code
        stop run
    end-if.
MATCH_FEED.
    open input inputFile.
    if feedStatus is not equal to '00'
        display "Unable to open " function trim(datFileName)
            ": file status " feedStatus
        move 8 to return-code
        stop run
    end-if.
        display "RUN OUT OF BALANCE - WORK EXCEPTIONS ABOVE"
        move 8 to return-code
    end-if.

*> ------------------------Cycle Generation----------------------------
*> a cycle date asked for is read from its kept generation when
*> SQRTGENS has cataloged one. A cycle not kept yet can still be
*> read from the current files, but only when the sqrt.dat header
*> shows they are that cycle's and run's; anything else is refused
*> rather than reporting on another run's output.
SELECT_GENERATION.
    perform FIND_GENERATION.
    if generation-was-found
        move spaces to datFileName outFileName rejFileName
        string 'SQRTDAT.G' genCycleDate genRunSeq
            delimited by size into datFileName
        end-string
        string 'SQRTOUT.G' genCycleDate genRunSeq
            delimited by size into outFileName
        end-string
        string 'SQRTREJ.G' genCycleDate genRunSeq
            delimited by size into rejFileName
        end-string
        display "Cycle " genCycleDate " run " genRunSeq
            " - reading its kept generation:"
        display "  " function trim(datFileName)
        display "  " function trim(outFileName)
        display "  " function trim(rejFileName)
    else
        perform FIND_FEED_CYCLE
        if feedCycleDate is equal to genCycleDate
            and feedRunSeq is equal to genRunSeq
            display "Cycle " genCycleDate " run " genRunSeq
                " - not kept yet, current files are this run's"
        else
            display "CYCLE " genCycleDate " RUN " genRunSeq
                " NOT ON SQRT.CAT AND NOT THE CURRENT FEED"
            display "NOTHING RECONCILED"
            move 8 to return-code
            stop run
        end-if
    end-if.
    display " ".

FIND_GENERATION.
    move 'N' to generationFound.
    open input catalogFile.
    if catalogStatus is equal to '00'
        move 1 to eofSwitch
        perform CHECK_ONE_CATALOG_ENTRY
            until eofSwitch is = 0 or generation-was-found
        close catalogFile
    end-if.

CHECK_ONE_CATALOG_ENTRY.
    read catalogFile into catalogRecord
        at end move zero to eofSwitch
    end-read.
    if eofSwitch is not = 0
        and cat-generation
        and catCycleDate is equal to genCycleDate
        and catRunSeq is equal to genRunSeq
        move 'Y' to generationFound
    end-if.

*> the current feed's cycle and run come off its 'H' header; a feed
*> without one ran under today's date, the same way SQRT runs it.
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
*> ------------------------------------------------------------------
