*>   cannot be matched by value and balance by count between sides.
*> - any difference at all ends with return code 8 so a tuning change
*>   cannot be signed off without someone reading this report.
*> - the tolerance may be followed by a cycle date and run sequence
*>   (tolerance yyyymmdd [nn], sequence default 01) to compare a past
*>   production run: that cycle's SQRT.OUT/SQRT.REJ generation, as
*>   kept by SQRTGENS on SQRT.CAT, is the production side. A cycle
*>   not kept yet is taken from the current files only when the
*>   sqrt.dat header shows they are that cycle's; anything else is
*>   refused with return code 8 rather than comparing the test run
*>   against the wrong production run.

identification division.
program-id. SQRTCOMP.

input-output section.
file-control.
    select prodOutFile assign to dynamic outFileName
        organization is line sequential
        file status is prodOutStatus.
    select prodRejFile assign to dynamic rejFileName
        organization is line sequential
        file status is prodRejStatus.
    select inputFile assign to "sqrt.dat"
        organization is line sequential
        file status is feedStatus.
    select catalogFile assign to "SQRT.CAT"
        organization is line sequential
        file status is catalogStatus.
    select testOutFile assign to "SQRT.OUT2"
        organization is line sequential
        file status is testOutStatus.
    01 prodOutLine pic x(80).
fd prodRejFile.
    01 prodRejLine pic x(80).
fd inputFile.
    01 standardInput pic x(80).
fd catalogFile.
    01 catalogLine pic x(80).
fd testOutFile.
    01 testOutLine pic x(80).
fd testRejFile.
77 testRejStatus pic xx value spaces.
77 eofSwitch     pic 9 value 1.

77 commandArgs  pic x(80) value spaces.
77 toleranceArg pic x(80) value spaces.
77 cycleDateArg pic x(80) value spaces.
77 runSeqArg    pic x(80) value spaces.
77 tolerance    pic 9(9)v9(6) value .00001.

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

*> shared SQRT.OUT/SQRT.REJ line layouts (documentation of what the
*> tables below are loaded from; parsing goes by token so the regular
*> and big variants both land in one table)
    display "       SQRT Parallel-Run Compare Report".
    display "--------------------------------------------".

    accept commandArgs from command-line end-accept.
    unstring commandArgs delimited by all spaces
        into toleranceArg cycleDateArg runSeqArg
    end-unstring.
    if toleranceArg is not equal to spaces
        and function test-numval(toleranceArg) is = 0
        compute tolerance = function numval(toleranceArg)
    end-if.
    move tolerance to ccTolerance.
    display "Answer Tolerance...........: " ccTolerance.
    if cycleDateArg(1:8) is numeric
        move cycleDateArg(1:8) to genCycleDate
        if runSeqArg(1:2) is numeric
            and runSeqArg(1:2) is greater than zero
            move runSeqArg(1:2) to genRunSeq
        end-if
        perform SELECT_GENERATION
    end-if.
    display " ".

    perform LOAD_TEST_OUT.
COMPARE_PROD_OUT.
    open input prodOutFile.
    if prodOutStatus is not equal to '00'
        display "Unable to open " function trim(outFileName)
            ": file status " prodOutStatus
        move 8 to return-code
        stop run
    end-if.
COMPARE_PROD_REJ.
    open input prodRejFile.
    if prodRejStatus is not equal to '00'
        display "Unable to open " function trim(rejFileName)
            ": file status " prodRejStatus
        move 8 to return-code
        stop run
    end-if.
        display "DIFFERENCES FOUND - REVIEW BEFORE SIGN-OFF"
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
            display "NOTHING COMPARED"
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
