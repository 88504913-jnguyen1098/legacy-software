*>   the still-rejected list is a decision, not a leftover. A missing
*>   SQRT.NCR just means nobody decided anything - cards built by
*>   hand still work exactly as before.
*> - the resubmission cycle date may be followed by the cycle date
*>   and run sequence of the rejects being recycled (yyyymmdd
*>   yyyymmdd [nn], sequence default 01): that cycle's SQRT.REJ
*>   generation, as kept by SQRTGENS on SQRT.CAT, is read instead of
*>   the current SQRT.REJ, so last week's rejects can still be
*>   worked after later runs have overwritten it. A cycle not kept
*>   yet is read from the current SQRT.REJ only when the sqrt.dat
*>   header shows it is that cycle's; anything else is refused with
*>   return code 8 and no SQRT.RSB is written.

identification division.
program-id. SQRTRCYC.

input-output section.
file-control.
    select rejFile assign to dynamic rejFileName
        organization is line sequential
        file status is rejStatus.
    select inputFile assign to "sqrt.dat"
        organization is line sequential
        file status is feedStatus.
    select catalogFile assign to "SQRT.CAT"
        organization is line sequential
        file status is catalogStatus.
    select cardFile assign to "SQRT.CRD"
        organization is line sequential
        file status is cardStatus.
file section.
fd rejFile.
    01 rejFileLine     pic x(80).
fd inputFile.
    01 standardInput   pic x(80).
fd catalogFile.
    01 catalogLine     pic x(80).
fd cardFile.
    01 cardFileLine    pic x(80).
fd resubmitFile.
77 unmatchedCards  pic 9(9) value zero.
77 invalidCards    pic 9(9) value zero.
77 hashTotal       pic 9(18)v9(6) value zero.
77 commandArgs     pic x(80) value spaces.
77 cycleDateArg    pic x(80) value spaces.
77 rejectDateArg   pic x(80) value spaces.
77 runSeqArg       pic x(80) value spaces.
77 cycleDate       pic 9(8) value zero.

*> ------------------------Cycle Generation---------------------------
77 catalogStatus   pic xx value spaces.
77 feedStatus      pic xx value spaces.
77 genCycleDate    pic 9(8) value zero.
77 genRunSeq       pic 9(2) value 01.
77 generationFound pic x value 'N'.
    88 generation-was-found value 'Y'.
77 feedCycleDate   pic 9(8) value zero.
77 feedRunSeq      pic 9(2) value 01.
77 rejFileName     pic x(80) value 'SQRT.REJ'.

*> shared SQRT.CAT generation-catalog record, kept by SQRTGENS
copy "catrec.cpy".

*> shared sqrt.dat record layouts, for the resubmission feed
copy "linerec.cpy".

    display "        SQRT Reject Recycle Report".
    display "--------------------------------------------".

    accept commandArgs from command-line end-accept.
    unstring commandArgs delimited by all spaces
        into cycleDateArg rejectDateArg runSeqArg
    end-unstring.
    if cycleDateArg(1:8) is numeric
        move cycleDateArg(1:8) to cycleDate
    else
        move function current-date(1:8) to cycleDate
    end-if.
    if rejectDateArg(1:8) is numeric
        move rejectDateArg(1:8) to genCycleDate
        if runSeqArg(1:2) is numeric
            and runSeqArg(1:2) is greater than zero
            move runSeqArg(1:2) to genRunSeq
        end-if
        perform SELECT_GENERATION
    end-if.

    perform LOAD_CARD_TABLE.
    perform LOAD_NCR_TABLE.
OPEN_REJECT_FILE.
    open input rejFile.
    if rejStatus is not equal to '00'
        display "Unable to open " function trim(rejFileName)
            ": file status " rejStatus
        move 8 to return-code
        stop run
    end-if.
        display "RECYCLE OUT OF BALANCE - INVESTIGATE"
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
        move spaces to rejFileName
        string 'SQRTREJ.G' genCycleDate genRunSeq
            delimited by size into rejFileName
        end-string
        display "Rejects of cycle " genCycleDate " run " genRunSeq
            " - kept generation " function trim(rejFileName)
    else
        perform FIND_FEED_CYCLE
        if feedCycleDate is equal to genCycleDate
            and feedRunSeq is equal to genRunSeq
            display "Rejects of cycle " genCycleDate " run " genRunSeq
                " - not kept yet, current SQRT.REJ is this run's"
        else
            display "CYCLE " genCycleDate " RUN " genRunSeq
                " NOT ON SQRT.CAT AND NOT THE CURRENT FEED"
            display "NOTHING RECYCLED - SQRT.RSB NOT WRITTEN"
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
