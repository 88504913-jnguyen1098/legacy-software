*> - everything here opens input-only; running it mid-cycle cannot
*>   disturb the run it is reporting on. A checkpoint written between
*>   two records is a moment-in-time snapshot and says so.
*> - a run sequence may follow the cycle date (yyyymmdd nn) to ask
*>   about an intraday expedite run; it defaults to 01, the night's
*>   run. With no arguments the checkpoint's (or the feed header's)
*>   cycle and sequence are used. When the checkpoint on file belongs
*>   to another run the page says so, since its figures are not the
*>   asked-for run's.

identification division.
program-id. SQRTSTAT.
77 runControlStatus pic xx value spaces.
77 eofSwitch        pic 9 value 1.

77 commandArgs  pic x(80) value spaces.
77 cycleDateArg pic x(80) value spaces.
77 runSeqArg    pic x(80) value spaces.
77 cycleDate    pic 9(8) value zero.
77 runSeq       pic 9(2) value 01.
77 ckptRunSeq   pic 9(2) value 01.
77 ckptOnFile   pic x value 'N'.
    88 checkpoint-on-file value 'Y'.

    02 ckptOpRejR           pic 9(9) value zero.
    02 ckptInvalidOpCount   pic 9(9) value zero.
    02 ckptCycleDate        pic 9(8) value zero.
    02 ckptSeq              pic 9(2) value zero.
    02 filler pic x(6) value spaces.

*> ------------------------Run Control---------------------------------
*> one record scanned at a time; no table needed, this only wants
    02 rcrStart     pic x(14).
    02 filler pic x(1) value space.
    02 rcrEnd       pic x(14).
    02 filler pic x(1) value space.
    02 rcrRunSeq    pic 9(2).
    02 filler pic x(30) value spaces.

77 runState  pic x(8) value spaces.
77 runStart  pic x(14) value spaces.
77 runEnd    pic x(14) value spaces.
77 entryRunSeq pic 9(2) value 01.
77 runFound  pic x value 'N'.
    88 run-entry-found value 'Y'.

77 trailerSeen      pic x value 'N'.
    88 trailer-was-seen value 'Y'.
77 headerCycleDate  pic 9(8) value zero.
77 headerRunSeq     pic 9(2) value 01.

*> ------------------------Status Arithmetic---------------------------
77 rejectsSoFar     pic 9(9) value zero.
    perform LOAD_CHECKPOINT.
    perform SCAN_FEED.

    accept commandArgs from command-line end-accept.
    unstring commandArgs delimited by all spaces
        into cycleDateArg runSeqArg
    end-unstring.
    if cycleDateArg(1:8) is numeric
        move cycleDateArg(1:8) to cycleDate
        if runSeqArg(1:2) is numeric
            and runSeqArg(1:2) is greater than zero
            move runSeqArg(1:2) to runSeq
        end-if
    else
        if checkpoint-on-file
            and ckptCycleDate is greater than zero
            move ckptCycleDate to cycleDate
            move ckptRunSeq to runSeq
        else
            move headerCycleDate to cycleDate
            move headerRunSeq to runSeq
        end-if
    end-if.
    if cycleDate is equal to zero
        end-read
        close checkpointFile
        move 'Y' to ckptOnFile
        if ckptSeq is numeric
            and ckptSeq is greater than zero
            move ckptSeq to ckptRunSeq
        end-if
    end-if.

*> ------------------------Feed Scan------------------------------------
            if hdrCycleDate is numeric
                move hdrCycleDate to headerCycleDate
            end-if
            if hdrRunSeq is numeric
                and hdrRunSeq is greater than zero
                move hdrRunSeq to headerRunSeq
            end-if
        else
            if trlIndicator is equal to 'T'
                move 'Y' to trailerSeen
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
        move 'Y' to runFound
        move rcrStatus to runState
        move rcrStart  to runStart
WRITE_STATUS_PAGE.
    move cycleDate to spCycle.
    display "Cycle Date.................: " spCycle.
    display "Run Sequence...............: " runSeq.
    if run-entry-found
        display "State......................: " runState
        if runStart is not equal to spaces
        display "State......................: NOT ON SQRT.RUN"
    end-if.

    if checkpoint-on-file
        and ckptRecordCount is greater than zero
        and (ckptCycleDate is not equal to cycleDate
            or ckptRunSeq is not equal to runSeq)
        display "(checkpoint on file is for cycle " ckptCycleDate
            " run " ckptRunSeq " - figures below are that run's)"
    end-if.
    move ckptRecordCount to spDone.
    move feedRecordCount to spTotal.
    move trailerExpected to spExpected.
