*>   epsilon/max-iterations in effect on the bucket's latest run, so
*>   a drift in the averages can be read against a control-card
*>   change in the same row.
*> - a cycle date can now carry intraday expedite runs besides the
*>   night's run (SQRT.HST run sequence 02 and up); every run is still
*>   one history record and sums into its buckets as before. The
*>   AvgIter column is now weighted by the records each run actually
*>   computed (good less master hits), so a ten-record expedite run
*>   no longer counts for as much as the whole night's run.

identification division.
program-id. SQRTTRND.
        03 wkGood     pic 9(9).
        03 wkRejected pic 9(9).
        03 wkAborts   pic 9(9).
        03 wkIterSum  pic 9(13)v99.
        03 wkComputed pic 9(9).
        03 wkEpsilon  pic v9(5).
        03 wkMaxIter  pic 9(5).

        03 moGood     pic 9(9).
        03 moRejected pic 9(9).
        03 moAborts   pic 9(9).
        03 moIterSum  pic 9(13)v99.
        03 moComputed pic 9(9).
        03 moEpsilon  pic v9(5).
        03 moMaxIter  pic 9(5).

*> ------------------------Report Lines-------------------------------
77 abortRate  pic 9(5)v99 value zero.
77 meanAvg    pic 9(5)v99 value zero.
*> records the run computed rather than served from the master, and
*> the iterations its average stands for.
77 runComputed pic 9(9) value zero.
77 runIterSum  pic 9(13)v99 value zero.

01 trendLine.
    02 filler pic x(1) value space.
    if eofSwitch is not = 0
        and hstRunDate is numeric
        add 1 to runsRead
        perform FIGURE_RUN_ITERATIONS
        perform FIND_WEEK_BUCKET
        perform ADD_TO_WEEK
        perform FIND_MONTH_BUCKET
        perform ADD_TO_MONTH
    end-if.

*> history written before the results master carries no hit count;
*> every good record of such a run was computed.
FIGURE_RUN_ITERATIONS.
    if hstHits is numeric
        and hstHits is not greater than hstGood
        compute runComputed = hstGood - hstHits
    else
        move hstGood to runComputed
    end-if.
    compute runIterSum = hstAvgIterations * runComputed.

*> integer-of-date day 1 is 1601-01-01, a Monday, so the Monday of
*> any run's week falls straight out of the day number mod 7.
FIND_WEEK_BUCKET.
        move zero to wkGood(weekCount)
        move zero to wkRejected(weekCount)
        move zero to wkAborts(weekCount)
        move zero to wkIterSum(weekCount)
        move zero to wkComputed(weekCount)
        move weekCount to bucketIndex
    end-if.

    add hstInvalid to wkRejected(bucketIndex).
    add hstNegative to wkRejected(bucketIndex).
    add hstAbort to wkAborts(bucketIndex).
    add runIterSum to wkIterSum(bucketIndex).
    add runComputed to wkComputed(bucketIndex).
    move hstEpsilon to wkEpsilon(bucketIndex).
    move hstMaxIterations to wkMaxIter(bucketIndex).

        move zero to moGood(monthCount)
        move zero to moRejected(monthCount)
        move zero to moAborts(monthCount)
        move zero to moIterSum(monthCount)
        move zero to moComputed(monthCount)
        move monthCount to bucketIndex
    end-if.

    add hstInvalid to moRejected(bucketIndex).
    add hstNegative to moRejected(bucketIndex).
    add hstAbort to moAborts(bucketIndex).
    add runIterSum to moIterSum(bucketIndex).
    add runComputed to moComputed(bucketIndex).
    move hstEpsilon to moEpsilon(bucketIndex).
    move hstMaxIterations to moMaxIter(bucketIndex).

        move zero to abortRate
    end-if.
    move abortRate to tlAbortRate.
    if wkComputed(bucketScan) is greater than zero
        compute meanAvg rounded =
            wkIterSum(bucketScan) / wkComputed(bucketScan)
    else
        move zero to meanAvg
    end-if.
        move zero to abortRate
    end-if.
    move abortRate to tlAbortRate.
    if moComputed(bucketScan) is greater than zero
        compute meanAvg rounded =
            moIterSum(bucketScan) / moComputed(bucketScan)
    else
        move zero to meanAvg
    end-if.
