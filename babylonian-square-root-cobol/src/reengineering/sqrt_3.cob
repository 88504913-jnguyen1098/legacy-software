*>   SQRT.DPT usage records, so the rated billing step downstream can
*>   price a cube root differently from a square root instead of
*>   billing every good result the same.
*> - each SQRT.OUT line now also carries the epsilon its answer was
*>   converged (or served from the master) under, so the post-run
*>   answer-proof step can check every answer against its own
*>   record's tolerance rather than guess at one.
*> - each SQRT.OUT line now ends with where its answer came from: 'M'
*>   served from the results master, 'C' computed this run, so the
*>   lifecycle inquiry (SQRTTRAC) can tell a department which.
*> - the feed's 'H' header now carries a run sequence alongside the
*>   cycle date (01, the default, for the night's run; 02 and up for
*>   intraday expedite runs). Run control, the checkpoint, SQRT.HST
*>   and SQRT.DPT are keyed by cycle date and sequence together, so
*>   an expedite run is its own legitimate run rather than an ORUN
*>   rerun of the cycle. A checkpoint left by a different run is not
*>   restored into this one: the run is refused until that run is
*>   restarted or backed out.
*> - an ORUN card that actually forces a rerun of a COMPLETE (or a
*>   checkpointless RUNNING) cycle now needs the operator authorized
*>   for ORUN on SQRT.OPA. The operator is the one named on the card
*>   (columns 6-13), or SQRTOPER when the card names nobody. The
*>   attempt goes on the SQRT.OPJ operations journal either way, and
*>   a refusal ends with return code 8 before anything is opened.

identification division.
program-id. SQRT.
    select runControlFile assign to "SQRT.RUN"
        organization is line sequential
        file status is runControlStatus.
    select operAuthFile assign to "SQRT.OPA"
        organization is line sequential
        file status is operAuthStatus.
    select operJournalFile assign to "SQRT.OPJ"
        organization is line sequential
        file status is operJournalStatus.
    select resultsMaster assign to "SQRT.MST"
        organization is indexed
        access mode is random
    01 runHistoryLine  pic X(100).
fd runControlFile.
    01 runControlLine  pic X(80).
fd operAuthFile.
    01 operAuthLine    pic x(80).
fd operJournalFile.
    01 operJournalLine pic x(80).
fd resultsMaster.
    *> layout shared with the maintenance utility (SQRTMAST) via the
    *> mstrec copybook so both sides read the master the same way.
    88 prescan-is-done value 'Y'.
77 overrideSwitch   pic x value 'N'.
    88 operator-override value 'Y'.

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
77 feedCycleDate    pic 9(8) value zero.
*> the run's sequence within its cycle date, off the feed header;
*> a header without one (and a feed without a header) is run 01.
77 runSeq           pic 9(2) value 01.
77 ckptRunSeq       pic 9(2) value 01.
77 runCtlCount      pic 9(3) value zero.
77 runCtlLimit      pic 9(3) value 400.
*> COMPLETE cycles older than this many days are purged whenever
01 runControlTable.
    02 runCtlEntry occurs 400.
        03 rctCycleDate pic 9(8).
        03 rctRunSeq    pic 9(2).
        03 rctStatus    pic x(8).
        03 rctStart     pic x(14).
        03 rctEnd       pic x(14).
    02 rcrStart     pic x(14).
    02 filler pic x(1) value space.
    02 rcrEnd       pic x(14).
    02 filler pic x(1) value space.
    02 rcrRunSeq    pic 9(2).
    02 filler pic x(30) value spaces.

*> --------------------Per-Operation Control Totals--------------------
77 opGoodS pic 9(9) value zero.
    02 ckptOpRejR           pic 9(9) value zero.
    02 ckptInvalidOpCount   pic 9(9) value zero.
    02 ckptCycleDate        pic 9(8) value zero.
    02 ckptSeq              pic 9(2) value zero.
    02 filler pic x(6) value spaces.

*> department subtotals ride along in SQRT.CKPT as extra 'D'-tagged
*> records after the totals record, so a restarted run's footer and
procedure division.
    perform PRESCAN_FEED.
    perform LOAD_CHECKPOINT.
    perform CHECK_CHECKPOINT_RUN.
    perform CHECK_RUN_CONTROL.
    perform MARK_RUN_RUNNING.
    open input inputFile, output standardOutput.

    display "         Square Root Approximations".
    display "--------------------------------------------".
    display "        Number                  Result           Iterations  Op  Dept  Epsilon Src".
    display " -------------------     ------------------   ----------  --  ----  ------- ---"
    with no advancing.

    if restartRecordCount is greater than zero
                        move mstIterations to outIter
                        move effectiveOp to outOp
                        move deptCode(deptIndex) to outDept
                        move epsilon to outEps
                        move 'M' to outSource
                        write outLine from printLine after advancing 1 line
                        write reportLine from printLine
                        add 1 to goodCount
                move mstIterations to bigOutIter
                move effectiveOp to bigOutOp
                move deptCode(deptIndex) to bigOutDept
                move epsilon to bigOutEps
                move 'M' to bigOutSource
                write outLine from bigPrintLine after advancing 1 line
                write reportLine from bigPrintLine
                add 1 to goodCount
    move i to outIter.
    move effectiveOp to outOp.
    move deptCode(deptIndex) to outDept.
    move epsilon to outEps.
    move 'C' to outSource.
    add 1 to deptGood(deptIndex).
    perform COUNT_DEPT_OP_GOOD.
    add i to deptIterations(deptIndex).
    move i to bigOutIter.
    move effectiveOp to bigOutOp.
    move deptCode(deptIndex) to bigOutDept.
    move epsilon to bigOutEps.
    move 'C' to bigOutSource.
    add 1 to deptGood(deptIndex).
    perform COUNT_DEPT_OP_GOOD.
    add i to deptIterations(deptIndex).
            if hdrCycleDate is numeric
                move hdrCycleDate to feedCycleDate
            end-if
            if hdrRunSeq is numeric
                and hdrRunSeq is greater than zero
                move hdrRunSeq to runSeq
            end-if
        else
            if ctlIndicator is equal to 'C'
                if ctlType is equal to 'ORUN'
                    move 'Y' to overrideSwitch
                    if ovrOperatorId is not equal to spaces
                        move ovrOperatorId to operatorId
                    end-if
                end-if
            else
                move 'Y' to prescanDoneSwitch
    if runCtlIndex is greater than zero
        and not operator-override
        if rctStatus(runCtlIndex) is equal to 'COMPLETE'
            display "CYCLE " feedCycleDate " RUN " runSeq
                " ALREADY COMPLETE - "
                "RUN REFUSED (ORUN CARD REQUIRED TO FORCE)"
            move 8 to return-code
            stop run
        end-if
        if rctStatus(runCtlIndex) is equal to 'RUNNING '
            and restartRecordCount is equal to zero
            display "CYCLE " feedCycleDate " RUN " runSeq
                " ALREADY RUNNING - "
                "RUN REFUSED (ORUN CARD REQUIRED TO FORCE)"
            move 8 to return-code
            stop run
        end-if
    end-if.
    if runCtlIndex is greater than zero
        and operator-override
        if rctStatus(runCtlIndex) is equal to 'COMPLETE'
            or (rctStatus(runCtlIndex) is equal to 'RUNNING '
                and restartRecordCount is equal to zero)
            perform AUTHORIZE_OPERATOR_OVERRIDE
        end-if
    end-if.

*> an ORUN card only needs authority when it actually forces
*> something; on a cycle not yet on file, or a checkpoint restart,
*> it changes nothing and is not journaled.
AUTHORIZE_OPERATOR_OVERRIDE.
    move 'ORUN' to authFunction.
    move spaces to authArguments.
    string feedCycleDate ' ' runSeq ' ' rctStatus(runCtlIndex)
        delimited by size into authArguments
    end-string.
    perform CHECK_OPERATOR_AUTHORITY.
    display "CYCLE " feedCycleDate " RUN " runSeq
        " FORCED BY ORUN CARD - OPERATOR " function trim(operatorId).

LOAD_RUN_CONTROL.
    open input runControlFile.
        and runCtlCount is less than runCtlLimit
        add 1 to runCtlCount
        move rcrCycleDate to rctCycleDate(runCtlCount)
        if rcrRunSeq is numeric
            and rcrRunSeq is greater than zero
            move rcrRunSeq to rctRunSeq(runCtlCount)
        else
            move 1 to rctRunSeq(runCtlCount)
        end-if
        move rcrStatus    to rctStatus(runCtlCount)
        move rcrStart     to rctStart(runCtlCount)
        move rcrEnd       to rctEnd(runCtlCount)

SCAN_RUN_TABLE.
    if rctCycleDate(runCtlScan) is equal to feedCycleDate
        and rctRunSeq(runCtlScan) is equal to runSeq
        move runCtlScan to runCtlIndex
    end-if.

        add 1 to runCtlCount
        move runCtlCount to runCtlIndex
        move feedCycleDate to rctCycleDate(runCtlIndex)
        move runSeq to rctRunSeq(runCtlIndex)
        move spaces to rctStart(runCtlIndex)
    end-if.
    if rctStatus(runCtlIndex) is not equal to 'RUNNING '
    else
        move spaces to runControlRecord
        move rctCycleDate(runCtlScan) to rcrCycleDate
        move rctRunSeq(runCtlScan)    to rcrRunSeq
        move rctStatus(runCtlScan)    to rcrStatus
        move rctStart(runCtlScan)     to rcrStart
        move rctEnd(runCtlScan)       to rcrEnd
        move ckptOpRejR           to opRejR
        move ckptInvalidOpCount   to invalidOpCount
        move ckptCycleDate        to runCycleDate
        if ckptSeq is numeric
            and ckptSeq is greater than zero
            move ckptSeq to ckptRunSeq
        end-if
        move 1 to ckptEofSwitch
        perform LOAD_CKPT_DEPT until ckptEofSwitch is = 0
        close checkpointFile
        end-if
    end-if.

*> SQRT.CKPT is one file for every run: a restart point left by
*> another run of the day (an expedite run abended while the night's
*> feed is loaded, or the other way round) must not be restored into
*> this one, and overwriting it would lose that run's restart.
CHECK_CHECKPOINT_RUN.
    if restartRecordCount is greater than zero
        and ckptRunSeq is not equal to runSeq
        display "CHECKPOINT ON FILE IS FOR CYCLE " ckptCycleDate
            " RUN " ckptRunSeq " - RUN " runSeq " REFUSED"
        display "(RESTART THAT RUN OR BACK IT OUT WITH SQRTBACK FIRST)"
        move 8 to return-code
        stop run
    end-if.

SKIP_TO_CHECKPOINT.
    perform SKIP_ONE_RECORD
        until recordCount is greater than or equal to restartRecordCount
    move opRejR           to ckptOpRejR.
    move invalidOpCount   to ckptInvalidOpCount.
    move runCycleDate     to ckptCycleDate.
    move runSeq           to ckptSeq.
    open output checkpointFile.
    write checkpointLine from checkpointFields.
    perform WRITE_CKPT_DEPT
        ckptTotalIterations ckptBatchHdrTrlCount
        ckptHitCount ckptMissCount ckptOpGoodS ckptOpGoodC
        ckptOpGoodR ckptOpRejS ckptOpRejC ckptOpRejR
        ckptInvalidOpCount ckptCycleDate ckptSeq.
    open output checkpointFile.
    write checkpointLine from checkpointFields.
    close checkpointFile.
    move deptGoodS(deptScan)      to dptGoodS.
    move deptGoodC(deptScan)      to dptGoodC.
    move deptGoodR(deptScan)      to dptGoodR.
    move runSeq                   to dptRunSeq.
    write deptUsageLine from deptUsageRecord.

*> the run's footer figures go to the permanent history dataset so
        move maxIterations   to hstMaxIterations
        move hitCount        to hstHits
        move missCount       to hstMisses
        move runSeq          to hstRunSeq
        write runHistoryLine from runHistoryRecord
        close runHistoryFile
    else
    end-if.
    close inputFile, standardOutput, reportOutput, rejectFile.
stop run.

*> ------------------------Operator Authority--------------------------
*> the operator is the one the ORUN card names, else SQRTOPER from
*> the job's environment. The attempt is journaled first, allowed or
*> not, and one that can't be journaled is refused: an operation
*> nobody can trace is what the journal is there to stop. A missing
*> SQRT.OPA authorizes nobody.
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
