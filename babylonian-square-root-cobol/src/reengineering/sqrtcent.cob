*> - a missing SQRT.DRF refuses the session: a correction keyed to a
*>   department nobody can vouch for is the phantom-code problem all
*>   over again.
*> - a department deactivated on SQRT.DRF is refused for a correction
*>   the same way SQRTEDIT refuses it on a feed; the card would only
*>   fail the edit when it came back round.
*> - a cycle date on the command line (yyyymmdd, optionally followed
*>   by the run sequence nn, default 01) works that cycle's rejects
*>   from the SQRT.REJ generation SQRTGENS kept on SQRT.CAT, so a
*>   clerk can still build cards for an older cycle after later runs
*>   have overwritten SQRT.REJ. A cycle not kept yet is worked from
*>   the current SQRT.REJ only when the sqrt.dat header shows it is
*>   that cycle's; anything else refuses the session with return
*>   code 8. With no arguments the current SQRT.REJ is worked, as
*>   before.

identification division.
program-id. SQRTCENT.

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
    01 rejFileLine  pic x(80).
fd inputFile.
    01 standardInput pic x(80).
fd catalogFile.
    01 catalogLine  pic x(80).
fd cardFile.
    01 cardFileLine pic x(80).
fd noCorrFile.
77 deptRefStatus pic xx value spaces.
77 eofSwitch     pic 9 value 1.

77 commandArgs  pic x(80) value spaces.
77 cycleDateArg pic x(80) value spaces.
77 runSeqArg    pic x(80) value spaces.

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

*> shared sqrt.dat record layouts, for the current feed's header
copy "linerec.cpy".

*> shared SQRT.CAT generation-catalog record, kept by SQRTGENS
copy "catrec.cpy".

*> ------------------------Correction Card------------------------------
*> same layout SQRTRCYC loads: original radicand as rejected, then
*> the replacement detail fields.

01 deptRefTable.
    02 deptRefEntry occurs 100.
        03 refDeptCode   pic x(4).
        03 refDeptStatus pic x(1).

*> ------------------------Line Parsing---------------------------------
77 parsedLine pic x(80) value spaces.
    display "~        SQRT Guided Correction Entry            ~".
    display "~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~".

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

    perform LOAD_DEPT_REFERENCE.

    open input rejFile.
    if rejStatus is not equal to '00'
        display "Unable to open " function trim(rejFileName)
            ": file status " rejStatus
        move 8 to return-code
        stop run
    end-if.
        end-if
        add 1 to refCount
        move drfDeptCode to refDeptCode(refCount)
        move drfStatus   to refDeptStatus(refCount)
    end-if.

*> ------------------------One Reject-----------------------------------
    end-if.

*> blank is legal (rolls up under NONE); anything keyed has to be on
*> the reference and active, exactly as SQRTEDIT will check it later.
ENTER_REPLACEMENT_DEPT.
    move 'N' to entryOkSwitch.
    perform ASK_DEPT_ONCE until entry-is-good.
            varying refScan from 1 by 1
            until refScan is greater than refCount
            or refIndex is greater than zero
        if refIndex is equal to zero
            display "Department not on SQRT.DRF - re-try"
        else
            if refDeptStatus(refIndex) is equal to 'I'
                display "Department deactivated on SQRT.DRF - re-try"
            else
                move 'Y' to entryOkSwitch
            end-if
        end-if
    end-if.

    display "Unparseable Rejects........: " scUnparsed.
    display "--------------------------------------------".
    display "SQRT.CRD and SQRT.NCR ready for SQRTRCYC.".

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
            display "CORRECTION SESSION REFUSED"
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
