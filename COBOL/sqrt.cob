*> - the audit-trail record layout moved into the auditrec copybook
*>   so the daily consolidation report (SQRTDAY) reads SQRTBABY.LOG
*>   from the same definition this program writes it with.
*> - a session now has to sign on under a department code before
*>   anything is computed: it is checked against the SQRT.DRF
*>   department reference (and refused if deactivated there), carried
*>   on every audit record, and the session's usage is posted to
*>   SQRT.DPT as one interactive-channel record at sign-off, so
*>   SQRTCHRG and SQRTBILL charge interactive work back the same way
*>   they do batch. Interactive mode prompts for the code (blank ends
*>   the session); file mode takes it as a second command-line word
*>   after the file name and prompts only if it is missing. A missing
*>   SQRT.DRF refuses the session.

identification division.
program-id. sqrtbaby.
    select inputFile assign to dynamic fileNameArg
        organization is line sequential
        file status is fileStatus.
    select deptRefFile assign to "SQRT.DRF"
        organization is line sequential
        file status is deptRefStatus.
    select deptUsageFile assign to "SQRT.DPT"
        organization is line sequential
        file status is deptUsageStatus.

data division.
file section.
    01 auditLine   pic x(100).
fd inputFile.
    01 rawRecord   pic x(80).
fd deptRefFile.
    01 deptRefLine   pic x(80).
fd deptUsageFile.
    01 deptUsageLine pic x(80).

working-storage section.
77 radicand    pic s9(20)v9(10). *> Original number, or N
    88 audit-log-is-open value 'Y'.

*> ------------------------File Mode------------------------------------
77 commandArgs  pic x(80) value spaces.
77 fileNameArg  pic x(80) value spaces.
77 fileStatus   pic xx value spaces.
77 fileEofSwitch pic 9 value 1.
*> the auditrec copybook so both sides read the trail the same way.
copy "auditrec.cpy".

*> ------------------------Department Sign-On--------------------------
77 deptRefStatus   pic xx value spaces.
77 deptUsageStatus pic xx value spaces.
77 deptEofSwitch   pic 9 value 1.
77 deptArg         pic x(20) value spaces.
77 signOnDept      pic x(4) value spaces.
77 deptEntry       pic x(20) value spaces.
77 signOnSwitch    pic x value 'N'.
    88 signed-on value 'Y'.
77 signOnEnded     pic x value 'N'.
    88 sign-on-abandoned value 'Y'.

*> shared SQRT.DRF department-reference record
copy "deptref.cpy".

77 refCount pic 9(3) value zero.
77 refLimit pic 9(3) value 100.
77 refIndex pic 9(3) value zero.
77 refScan  pic 9(3) value zero.

01 deptRefTable.
    02 deptRefEntry occurs 100.
        03 refDeptCode   pic x(4).
        03 refDeptStatus pic x(1).

*> ------------------------Session Usage------------------------------
*> posted to SQRT.DPT at sign-off as one interactive-channel record.
77 sessionRecords    pic 9(9) value zero.
77 sessionGood       pic 9(9) value zero.
77 sessionRejected   pic 9(9) value zero.
77 sessionIterations pic 9(9) value zero.
77 sessionGoodS      pic 9(9) value zero.
77 sessionGoodC      pic 9(9) value zero.
77 sessionGoodR      pic 9(9) value zero.

*> shared SQRT.DPT usage record, also appended by SQRT
copy "dptrec.cpy".

*> --------------------------Main Program----------------------------

procedure division.
    display "~                by Jason Nguyen                 ~".
    display "~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~".

    accept commandArgs from command-line end-accept.
    unstring commandArgs delimited by all ' '
        into fileNameArg deptArg
    end-unstring.

    perform SIGN_ON.
    if sign-on-abandoned
        display "No department - session ended."
        stop run
    end-if.

    if fileNameArg is equal to spaces
        perform INTERACTIVE_MODE
    if audit-log-is-open
        close auditLog
    end-if.
    perform POST_SESSION_USAGE.

    stop run.

            perform RESOLVE_OP_CODE

            perform COMPUTE_SQRT
            perform COUNT_SESSION_GOOD

            *> Display it. We use the trim() function to remove spaces
            display function trim(opLabel trailing) " is " with no advancing
            else
                display "Invalid input! Re-try"
                display " "
                perform COUNT_SESSION_REJECT

            end-if

            if bigIndicator is equal to 'B'
                display "big-radicand record found, skipped"
                    " (not supported in sqrtbaby yet)"
                perform COUNT_SESSION_REJECT
            else
                if radicandIn is not numeric
                    display "invalid input record, skipped"
                    perform COUNT_SESSION_REJECT
                else
                    move opCodeIn to opChoice
                    perform RESOLVE_OP_CODE
                    if opChoice is not equal to space
                        and opChoice is not equal to opCode
                        display "invalid operation code, skipped"
                        perform COUNT_SESSION_REJECT
                    else
                        move radicandIn to radicand
                        if radicand is > 0
                            perform COMPUTE_SQRT
                            perform COUNT_SESSION_GOOD
                            display function trim(radicandIn) " -> "
                                with no advancing
                            display function trim(answer leading)
                        else
                            display function trim(radicandIn)
                                " -> invalid or negative, skipped"
                            perform COUNT_SESSION_REJECT
                        end-if
                    end-if
                end-if
ITERATE_GUESS.
    *> Store the last guess
    move guess to prevGuess.
    add 1 to sessionIterations.

    *> Compute the next iteration
    if op-is-cube
        end-if
    end-if.
    move guess to audit-answer.
    move signOnDept to audit-dept.
    write auditLine from auditRecord.

*> ------------------------Department Sign-On--------------------------
*> the code has to be on SQRT.DRF and still active, the same test
*> SQRTEDIT puts a batch feed's codes through.
SIGN_ON.
    perform LOAD_DEPT_REFERENCE.
    move function upper-case(deptArg) to deptEntry.
    if deptEntry is not equal to spaces
        perform CHECK_SIGN_ON_DEPT
    end-if.
    perform ASK_SIGN_ON_ONCE
        until signed-on or sign-on-abandoned.
    if signed-on
        display "Signed on for department " signOnDept "."
        display " "
    end-if.

ASK_SIGN_ON_ONCE.
    display "Department code (blank to exit): " with no advancing.
    move spaces to deptEntry.
    accept deptEntry end-accept.
    move function upper-case(deptEntry) to deptEntry.
    if deptEntry is equal to spaces
        move 'Y' to signOnEnded
    else
        perform CHECK_SIGN_ON_DEPT
    end-if.

CHECK_SIGN_ON_DEPT.
    move zero to refIndex.
    if deptEntry(5:) is equal to spaces
        perform SEARCH_REF_TABLE
            varying refScan from 1 by 1
            until refScan is greater than refCount
            or refIndex is greater than zero
    end-if.
    if refIndex is equal to zero
        display "Department not on SQRT.DRF - re-try"
    else
        if refDeptStatus(refIndex) is equal to 'I'
            display "Department deactivated on SQRT.DRF - re-try"
        else
            move deptEntry(1:4) to signOnDept
            move 'Y' to signOnSwitch
        end-if
    end-if.

SEARCH_REF_TABLE.
    if refDeptCode(refScan) is equal to deptEntry(1:4)
        move refScan to refIndex
    end-if.

LOAD_DEPT_REFERENCE.
    open input deptRefFile.
    if deptRefStatus is not equal to '00'
        display "Unable to open SQRT.DRF: file status " deptRefStatus
        display "NO DEPARTMENT REFERENCE - SESSION REFUSED"
        move 8 to return-code
        stop run
    end-if.
    move 1 to deptEofSwitch.
    perform LOAD_ONE_REF_ENTRY until deptEofSwitch is = 0.
    close deptRefFile.

LOAD_ONE_REF_ENTRY.
    read deptRefFile into deptRefRecord
        at end move zero to deptEofSwitch
    end-read.
    if deptEofSwitch is not = 0
        and drfDeptCode is not equal to spaces
        if refCount is greater than or equal to refLimit
            display "SQRT.DRF TABLE OVERFLOW - RAISE OCCURS LIMIT"
            move 8 to return-code
            stop run
        end-if
        add 1 to refCount
        move drfDeptCode to refDeptCode(refCount)
        move drfStatus   to refDeptStatus(refCount)
    end-if.

*> ------------------------Session Usage------------------------------
COUNT_SESSION_GOOD.
    add 1 to sessionRecords.
    add 1 to sessionGood.
    if op-is-cube
        add 1 to sessionGoodC
    else
        if op-is-rsqrt
            add 1 to sessionGoodR
        else
            add 1 to sessionGoodS
        end-if
    end-if.

COUNT_SESSION_REJECT.
    add 1 to sessionRecords.
    add 1 to sessionRejected.

*> one interactive-channel record per session, dated the day it ran;
*> a session that computed nothing posts nothing.
POST_SESSION_USAGE.
    if sessionRecords is greater than zero
        open extend deptUsageFile
        if deptUsageStatus is not equal to '00'
            open output deptUsageFile
        end-if
        if deptUsageStatus is equal to '00'
            move spaces to deptUsageRecord
            move function current-date(1:8) to dptRunDate
            move signOnDept        to dptDeptCode
            move sessionRecords    to dptRecords
            move sessionGood       to dptGood
            move sessionRejected   to dptRejected
            move sessionIterations to dptIterations
            move sessionGoodS      to dptGoodS
            move sessionGoodC      to dptGoodC
            move sessionGoodR      to dptGoodR
            move 'I'               to dptChannel
            write deptUsageLine from deptUsageRecord
            close deptUsageFile
        else
            display "Department usage not written: file status "
                deptUsageStatus
        end-if
    end-if.

*> ------------------------------------------------------------------
