*> - when the same cycle has more than one history record (a rerun
*>   that wasn't backed out first), the latest one on file is the one
*>   checked, and the duplicate itself is reported as an exception.
*> - interactive sqrtbaby usage (dptChannel 'I') is left out of the
*>   per-department reject check; a desk user's typos are not a feed
*>   problem and do not hold the warehouse extract.
*> - a run sequence may follow the cycle date (yyyymmdd nn) to monitor
*>   an intraday expedite run; it defaults to 01, the night's run.
*>   Only that run's SQRT.HST and SQRT.DPT records are checked, so an
*>   expedite run for the same date is neither mixed into the night's
*>   figures nor reported as a duplicate. Records written before the
*>   sequence existed count as run 01.

identification division.
program-id. SQRTMON.
77 limitsStatus     pic xx value spaces.
77 eofSwitch        pic 9 value 1.

77 commandArgs  pic x(80) value spaces.
77 cycleDateArg pic x(80) value spaces.
77 runSeqArg    pic x(80) value spaces.
77 cycleDate    pic 9(8) value zero.
77 runSeq       pic 9(2) value 01.
*> the sequence of the record in hand; spaces or zeros read as 01.
77 recordRunSeq pic 9(2) value 01.

*> shared SQRT.HST run-history record, written by SQRT
copy "hstrec.cpy".
    display "        SQRT Post-Run Threshold Monitor".
    display "--------------------------------------------".

    accept commandArgs from command-line end-accept.
    unstring commandArgs delimited by all spaces
        into cycleDateArg runSeqArg
    end-unstring.
    if runSeqArg(1:2) is numeric
        and runSeqArg(1:2) is greater than zero
        move runSeqArg(1:2) to runSeq
    end-if.
    if cycleDateArg(1:8) is numeric
        move cycleDateArg(1:8) to cycleDate
    else
    end-if.
    move cycleDate to moCycle.
    display "Cycle Date.................: " moCycle.
    display "Run Sequence...............: " runSeq.

    perform LOAD_LIMITS.
    perform FIND_CYCLE_HISTORY.
    end-if.

*> ------------------------Cycle History--------------------------------
*> the latest SQRT.HST record for the run carries the figures; a
*> second one for the same date and sequence means a rerun without a
*> backout and is an exception in its own right.
FIND_CYCLE_HISTORY.
    open input runHistoryFile.
    if runHistoryStatus is not equal to '00'
    read runHistoryFile into runHistoryRecord
        at end move zero to eofSwitch
    end-read.
    move 1 to recordRunSeq.
    if hstRunSeq is numeric
        and hstRunSeq is greater than zero
        move hstRunSeq to recordRunSeq
    end-if.
    if eofSwitch is not = 0
        and hstRunDate is numeric
        and hstRunDate is equal to cycleDate
        and recordRunSeq is equal to runSeq
        add 1 to historyMatches
        move 'Y' to historyFound
        move hstRecordsRead to cycRecords
    read deptUsageFile into deptUsageRecord
        at end move zero to eofSwitch
    end-read.
    move 1 to recordRunSeq.
    if dptRunSeq is numeric
        and dptRunSeq is greater than zero
        move dptRunSeq to recordRunSeq
    end-if.
    if eofSwitch is not = 0
        and dptRunDate is numeric
        and dptRunDate is equal to cycleDate
        and recordRunSeq is equal to runSeq
        and dptChannel is not equal to 'I'
        and dptRejected is numeric
        and dptRejected is greater than limMaxDeptRejects
        add 1 to breachCount
