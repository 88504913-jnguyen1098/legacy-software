*> - lines that don't parse are counted, reported, and left out of
*>   the trailer counts, so the receiving side's balancing check
*>   stays honest.
*> - the run date on the command line is the cycle date, and may be
*>   followed by the run sequence (yyyymmdd nn, default 01): the
*>   extract is cut from that cycle's generation as kept by SQRTGENS
*>   (SQRT.CAT), so a day's extract can be re-cut after later runs
*>   have overwritten SQRT.OUT and SQRT.REJ. A cycle not kept yet is
*>   extracted from the current files only when the sqrt.dat header
*>   shows they are that cycle's, which is the nightly stream's case;
*>   anything else is refused with return code 8 and no SQRT.INT is
*>   written. With no date the current files go out under today's
*>   date, as before.

identification division.
program-id. SQRTEXTR.

input-output section.
file-control.
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
    select interchangeFile assign to "SQRT.INT"
        organization is line sequential
        file status is interchangeStatus.
    01 outFileLine     pic x(80).
fd rejFile.
    01 rejFileLine     pic x(80).
fd inputFile.
    01 standardInput   pic x(80).
fd catalogFile.
    01 catalogLine     pic x(80).
fd interchangeFile.
    01 interchangeLine pic x(120).

77 interchangeStatus pic xx value spaces.
77 eofSwitch         pic 9 value 1.

77 commandArgs pic x(80) value spaces.
77 dateArg     pic x(80) value spaces.
77 runSeqArg   pic x(80) value spaces.
77 runDate     pic 9(8) value zero.

*> ------------------------Cycle Generation---------------------------
77 catalogStatus   pic xx value spaces.
77 feedStatus      pic xx value spaces.
77 genCycleDate    pic 9(8) value zero.
77 genRunSeq       pic 9(2) value 01.
77 generationFound pic x value 'N'.
    88 generation-was-found value 'Y'.
77 feedCycleDate   pic 9(8) value zero.
77 feedRunSeq      pic 9(2) value 01.
77 outFileName     pic x(80) value 'SQRT.OUT'.
77 rejFileName     pic x(80) value 'SQRT.REJ'.

*> shared sqrt.dat record layouts, for the current feed's header
copy "linerec.cpy".

*> shared SQRT.CAT generation-catalog record, kept by SQRTGENS
copy "catrec.cpy".

*> ------------------------Line Tokenizing----------------------------
77 parsedLine pic x(80) value spaces.
    display "     SQRT Warehouse Interchange Extract".
    display "--------------------------------------------".

    accept commandArgs from command-line end-accept.
    unstring commandArgs delimited by all spaces
        into dateArg runSeqArg
    end-unstring.
    if dateArg(1:8) is numeric
        move dateArg(1:8) to runDate
        move runDate to genCycleDate
        if runSeqArg(1:2) is numeric
            and runSeqArg(1:2) is greater than zero
            move runSeqArg(1:2) to genRunSeq
        end-if
        perform SELECT_GENERATION
    else
        move function current-date(1:8) to runDate
    end-if.
    *> for the transmission job to pick up.
    open input outFile.
    if outStatus is not equal to '00'
        display "Unable to open " function trim(outFileName)
            ": file status " outStatus
        move 8 to return-code
        stop run
    end-if.
    open input rejFile.
    if rejStatus is not equal to '00'
        display "Unable to open " function trim(rejFileName)
            ": file status " rejStatus
        move 8 to return-code
        stop run
    end-if.
        delimited by all ' '
        into token(1) token(2) token(3) token(4) token(5) token(6)
    end-unstring.

*> ------------------------Cycle Generation----------------------------
*> a cycle date asked for is read from its kept generation when
*> SQRTGENS has cataloged one. A cycle not kept yet can still be
*> read from the current files, but only when the sqrt.dat header
*> shows they are that cycle's and run's; anything else is refused
*> rather than reporting on another run's output.
SELECT_GENERATION.
    perform FIND_GENERATION.
    if generation-was-found
        move spaces to outFileName rejFileName
        string 'SQRTOUT.G' genCycleDate genRunSeq
            delimited by size into outFileName
        end-string
        string 'SQRTREJ.G' genCycleDate genRunSeq
            delimited by size into rejFileName
        end-string
        display "Cycle " genCycleDate " run " genRunSeq
            " - reading its kept generation:"
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
            display "NOTHING EXTRACTED - SQRT.INT NOT WRITTEN"
            move 8 to return-code
            stop run
        end-if
    end-if.

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
