*> - a cycle date with nothing on file anywhere is almost certainly a
*>   typo, so that prints a warning and ends with return code 8 rather
*>   than quietly reversing nothing.
*> - the SQRT.IRG invoice register is checked for the cycle's month:
*>   if that month has already been billed, the report says so, since
*>   the department has been invoiced for usage that is no longer on
*>   SQRT.DPT. SQRTCHRG and SQRTBILL REBILL then issue the credit memo
*>   once the rerun has posted.
*> - interactive sqrtbaby usage (dptChannel 'I') dated the cycle is
*>   kept on SQRT.DPT: those sessions were not part of the batch run
*>   and the rerun does not post them again.
*> - a run sequence may follow the cycle date (yyyymmdd nn) to pull
*>   out one intraday expedite run; it defaults to 01, the night's
*>   run. Only that run's SQRT.DPT, SQRT.HST and SQRT.RUN records and
*>   checkpoint are touched - the day's other runs stay posted.
*>   Records written before the sequence existed count as run 01.
*> - only an operator authorized for SQRTBACK on SQRT.OPA may run a
*>   backout; the operator ID comes from SQRTOPER. Every attempt,
*>   allowed or refused, goes on the SQRT.OPJ operations journal
*>   first, and a refusal ends with return code 8, nothing touched.
*> - a catch-up invoice (month 000000) bills every month up to the
*>   month it was issued in, so it counts as billing the cycle's
*>   month too; that month can only be rebilled through a catch-up
*>   extract, and the report says so.

identification division.
program-id. SQRTBACK.
    select checkpointFile assign to "SQRT.CKPT"
        organization is line sequential
        file status is checkpointStatus.
    select registerFile assign to "SQRT.IRG"
        organization is line sequential
        file status is registerStatus.
    select operAuthFile assign to "SQRT.OPA"
        organization is line sequential
        file status is operAuthStatus.
    select operJournalFile assign to "SQRT.OPJ"
        organization is line sequential
        file status is operJournalStatus.

data division.
file section.
    01 runControlLine  pic x(80).
fd checkpointFile.
    01 checkpointLine  pic x(200).
fd registerFile.
    01 registerLine    pic x(80).
fd operAuthFile.
    01 operAuthLine    pic x(80).
fd operJournalFile.
    01 operJournalLine pic x(80).

working-storage section.
77 deptUsageStatus  pic xx value spaces.
77 runHistoryStatus pic xx value spaces.
77 runControlStatus pic xx value spaces.
77 checkpointStatus pic xx value spaces.
77 registerStatus   pic xx value spaces.
77 eofSwitch        pic 9 value 1.

77 commandArgs  pic x(80) value spaces.
77 cycleDateArg pic x(80) value spaces.
77 runSeqArg    pic x(80) value spaces.
77 cycleDate    pic 9(8) value zero.
77 runSeq       pic 9(2) value 01.
*> the sequence of the record in hand; spaces or zeros read as 01.
77 recordRunSeq pic 9(2) value 01.

*> ------------------------Operator Authority--------------------------
77 operAuthStatus    pic xx value spaces.
77 operJournalStatus pic xx value spaces.
77 operatorId        pic x(8) value spaces.
77 authFunction      pic x(8) value spaces.
77 authArguments     pic x(38) value spaces.
77 authEofSwitch     pic 9 value 1.
77 authSwitch        pic x value 'N'.
    88 operator-is-authorized value 'Y'.

*> shared SQRT.OPA operator-authorization record
copy "oparec.cpy".

*> shared SQRT.OPJ operations-journal record
copy "opjrec.cpy".

*> shared SQRT.DPT usage record, written by SQRT
copy "dptrec.cpy".
*> shared SQRT.HST run-history record, written by SQRT
copy "hstrec.cpy".

*> shared SQRT.IRG invoice-register record, written by SQRTBILL
copy "irgrec.cpy".
77 cycleMonth     pic 9(6) value zero.
77 invoicedSwitch pic x value 'N'.
    88 month-already-invoiced value 'Y' 'C'.
    88 invoiced-by-catch-up   value 'C'.

*> ------------------------Kept-Record Tables--------------------------
*> both files are rewritten from what stays, so everything kept is
*> held in storage while the file is open for output.
01 runControlTable.
    02 runCtlEntry occurs 400.
        03 rctCycleDate pic 9(8).
        03 rctRunSeq    pic x(2).
        03 rctStatus    pic x(8).
        03 rctStart     pic x(14).
        03 rctEnd       pic x(14).
    02 rcrStart     pic x(14).
    02 filler pic x(1) value space.
    02 rcrEnd       pic x(14).
    02 filler pic x(1) value space.
    02 rcrRunSeq    pic x(2).
    02 filler pic x(30) value spaces.

*> ------------------------Checkpoint Record---------------------------
*> the totals record only: all this program ever does with it is read
*> the cycle date, run sequence and record count, or write it back as
*> zeros.
01 checkpointFields.
    02 ckptRecordCount      pic 9(9) value zero.
    02 ckptOtherTotals      pic 9(9) occurs 16 value zero.
    02 ckptCycleDate        pic 9(8) value zero.
    02 ckptSeq              pic 9(2) value zero.
    02 filler pic x(6) value spaces.
77 ckptZeroScan pic 9(3) value zero.

*> ------------------------Backout Totals------------------------------
    display "          SQRT Cycle Backout Report".
    display "--------------------------------------------".

    accept commandArgs from command-line end-accept.
    unstring commandArgs delimited by all spaces
        into cycleDateArg runSeqArg
    end-unstring.
    move 'SQRTBACK' to authFunction.
    move commandArgs to authArguments.
    perform CHECK_OPERATOR_AUTHORITY.
    if runSeqArg(1:2) is numeric
        and runSeqArg(1:2) is greater than zero
        move runSeqArg(1:2) to runSeq
    end-if.
    if cycleDateArg(1:8) is numeric
        move cycleDateArg(1:8) to cycleDate
    else
    end-if.
    move cycleDate to bcCycle.
    display "Backing out cycle..........: " bcCycle.
    display "Run sequence...............: " runSeq.
    display " ".

    perform BACKOUT_DEPT_USAGE.
    perform BACKOUT_RUN_HISTORY.
    perform BACKOUT_RUN_CONTROL.
    perform RESET_STALE_CHECKPOINT.
    perform CHECK_INVOICE_REGISTER.
    perform WRITE_TOTALS.
    stop run.

    end-read.
    if eofSwitch is not = 0
        add 1 to dptReadCount
        move 1 to recordRunSeq
        if dptRunSeq is numeric
            and dptRunSeq is greater than zero
            move dptRunSeq to recordRunSeq
        end-if
        if dptRunDate is numeric
            and dptRunDate is equal to cycleDate
            and recordRunSeq is equal to runSeq
            and dptChannel is not equal to 'I'
            add 1 to dptRemovedCount
            move 'Y' to reversedAnything
            move dptDeptCode   to ruDept
    end-read.
    if eofSwitch is not = 0
        add 1 to hstReadCount
        move 1 to recordRunSeq
        if hstRunSeq is numeric
            and hstRunSeq is greater than zero
            move hstRunSeq to recordRunSeq
        end-if
        if hstRunDate is numeric
            and hstRunDate is equal to cycleDate
            and recordRunSeq is equal to runSeq
            add 1 to hstRemovedCount
            move 'Y' to reversedAnything
            display "  " runHistoryRecord
    end-read.
    if eofSwitch is not = 0
        and rcrCycleDate is numeric
        move 1 to recordRunSeq
        if rcrRunSeq is numeric
            and rcrRunSeq is not equal to '00'
            move rcrRunSeq to recordRunSeq
        end-if
        if rcrCycleDate is equal to cycleDate
            and recordRunSeq is equal to runSeq
            add 1 to runRemovedCount
            move 'Y' to reversedAnything
            move rcrStatus to rrStatus
            end-if
            add 1 to runCtlCount
            move rcrCycleDate to rctCycleDate(runCtlCount)
            move rcrRunSeq    to rctRunSeq(runCtlCount)
            move rcrStatus    to rctStatus(runCtlCount)
            move rcrStart     to rctStart(runCtlCount)
            move rcrEnd       to rctEnd(runCtlCount)
WRITE_ONE_RUN_ENTRY.
    move spaces to runControlRecord.
    move rctCycleDate(runCtlScan) to rcrCycleDate.
    move rctRunSeq(runCtlScan)    to rcrRunSeq.
    move rctStatus(runCtlScan)    to rcrStatus.
    move rctStart(runCtlScan)     to rcrStart.
    move rctEnd(runCtlScan)       to rcrEnd.
            at end continue
        end-read
        close checkpointFile
        move 1 to recordRunSeq
        if ckptSeq is numeric
            and ckptSeq is greater than zero
            move ckptSeq to recordRunSeq
        end-if
        if ckptCycleDate is numeric
            and ckptCycleDate is equal to cycleDate
            and recordRunSeq is equal to runSeq
            and ckptRecordCount is greater than zero
            move zero to ckptRecordCount
            perform ZERO_ONE_CKPT_TOTAL
                varying ckptZeroScan from 1 by 1
                until ckptZeroScan is greater than 16
            move zero to ckptCycleDate ckptSeq
            open output checkpointFile
            write checkpointLine from checkpointFields
            close checkpointFile
ZERO_ONE_CKPT_TOTAL.
    move zero to ckptOtherTotals(ckptZeroScan).

*> ------------------------Invoice Register----------------------------
*> no register on file just means nothing has been billed yet.
CHECK_INVOICE_REGISTER.
    move cycleDate(1:6) to cycleMonth.
    open input registerFile.
    if registerStatus is equal to '00'
        move 1 to eofSwitch
        perform CHECK_ONE_REGISTER_ENTRY
            until eofSwitch is = 0 or invoiced-by-catch-up
        close registerFile
    end-if.

CHECK_ONE_REGISTER_ENTRY.
    read registerFile into invoiceRegisterRecord
        at end move zero to eofSwitch
    end-read.
    if eofSwitch is not = 0
        and irgMonth is numeric
        if irgMonth is equal to cycleMonth
            move 'Y' to invoicedSwitch
        end-if
        if irgMonth is equal to zero
            and irgIssuedDate(1:6) is not less than cycleMonth
            move 'C' to invoicedSwitch
        end-if
    end-if.

*> ------------------------Backout Totals------------------------------
WRITE_TOTALS.
    move dptReadCount                   to bcDptRead.
    else
        if something-was-reversed
            display "BACKOUT COMPLETE - CYCLE CLEAR FOR RERUN"
            if invoiced-by-catch-up
                display "MONTH " cycleMonth " INVOICED ON A CATCH-UP - "
                    "AFTER THE RERUN, SQRTCHRG (ALL MONTHS) THEN "
                    "SQRTBILL REBILL"
            else
                if month-already-invoiced
                    display "MONTH " cycleMonth " ALREADY INVOICED - "
                        "AFTER THE RERUN, SQRTCHRG THEN SQRTBILL REBILL"
                end-if
            end-if
        else
            display "NOTHING ON FILE FOR THIS CYCLE - CHECK THE DATE"
                " AND RUN SEQUENCE"
            move 8 to return-code
        end-if
    end-if.

*> ------------------------Operator Authority--------------------------
*> the operator comes from SQRTOPER in the job's environment.
*> The attempt is journaled first, allowed or not, and one that
*> can't be journaled is refused: an operation nobody can trace is
*> what the journal is there to stop. A missing SQRT.OPA authorizes
*> nobody.
CHECK_OPERATOR_AUTHORITY.
    if operatorId is equal to spaces
        accept operatorId from environment "SQRTOPER" end-accept
    end-if.
    move 'N' to authSwitch.
    if operatorId is not equal to spaces
        open input operAuthFile
        if operAuthStatus is equal to '00'
            move 1 to authEofSwitch
            perform CHECK_ONE_AUTHORITY
                until authEofSwitch is = 0 or operator-is-authorized
            close operAuthFile
        end-if
    end-if.
    perform JOURNAL_THE_ATTEMPT.
    if not operator-is-authorized
        if operatorId is equal to spaces
            display "NO OPERATOR GIVEN (SQRTOPER) - "
                function trim(authFunction) " REFUSED"
        else
            display "OPERATOR " function trim(operatorId)
                " NOT AUTHORIZED ON SQRT.OPA FOR "
                function trim(authFunction) " - REFUSED"
        end-if
        move 8 to return-code
        stop run
    end-if.

CHECK_ONE_AUTHORITY.
    read operAuthFile into operatorAuthRecord
        at end move zero to authEofSwitch
    end-read.
    if authEofSwitch is not = 0
        and opaOperatorId(1:1) is not equal to '*'
        and opaOperatorId is equal to operatorId
        and opaFunction is equal to authFunction
        move 'Y' to authSwitch
    end-if.

*> the journal is permanent: appended to, created on first use.
JOURNAL_THE_ATTEMPT.
    move spaces to operationsJournalRecord.
    move function current-date(1:14) to opjStamp.
    move operatorId   to opjOperatorId.
    move authFunction to opjFunction.
    if operator-is-authorized
        move 'ALLOWED' to opjOutcome
    else
        move 'REFUSED' to opjOutcome
    end-if.
    move authArguments to opjArguments.
    open extend operJournalFile.
    if operJournalStatus is not equal to '00'
        open output operJournalFile
    end-if.
    if operJournalStatus is not equal to '00'
        display "Unable to open SQRT.OPJ: file status "
            operJournalStatus
        display function trim(authFunction)
            " REFUSED - ATTEMPT COULD NOT BE JOURNALED"
        move 8 to return-code
        stop run
    end-if.
    write operJournalLine from operationsJournalRecord.
    close operJournalFile.
*> ------------------------------------------------------------------
