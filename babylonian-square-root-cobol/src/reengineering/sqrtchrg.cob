*>   billing step (SQRTBILL) can price the operations differently.
*>   Usage records from before the split carry spaces there and sum
*>   as zero; SQRTBILL bills the difference as unsplit good results.
*> - a department deactivated on SQRT.DRF keeps its name and billing
*>   account for every month up to and including the month it was
*>   deactivated, so its last bills still go out named. Usage billed
*>   for a later month (which the feed edit should have refused)
*>   carries a flag name with the deactivation date and a blank
*>   account instead, so it surfaces on review like a phantom code.
*> - interactive sqrtbaby sessions now post to SQRT.DPT too, marked
*>   with dptChannel 'I'. Usage is summarized per department and
*>   channel, so a department that worked both ways gets a batch line
*>   and an interactive line, written next to each other on SQRT.CHG
*>   (chgChannel) and the report for SQRTBILL to invoice together.

identification division.
program-id. SQRTCHRG.
77 deptWork     pic x(4) value spaces.
77 deptNameWork pic x(24) value spaces.
77 deptAcctWork pic x(10) value spaces.
77 deactivatedMonth pic 9(6) value zero.

01 deptRefTable.
    02 deptRefEntry occurs 100.
        03 refDeptCode    pic x(4).
        03 refDeptName    pic x(24).
        03 refBillingAcct pic x(10).
        03 refDeptStatus  pic x(1).
        03 refStatusDate  pic x(8).

*> ------------------------Summary Table------------------------------
*> one entry per department and channel seen in the month's usage.
77 sumCount   pic 9(3) value zero.
77 sumLimit   pic 9(3) value 100.
77 sumIndex   pic 9(3) value zero.
77 sumScan    pic 9(3) value zero.

01 summaryTable.
    02 summaryEntry occurs 100.
        03 sumDeptCode   pic x(4).
        03 sumChannel    pic x(1).
        03 sumRuns       pic 9(9).
        03 sumRecords    pic 9(9).
        03 sumGood       pic 9(9).
        03 sumGoodC      pic 9(9).
        03 sumGoodR      pic 9(9).

*> extract and report order: each department's channels together,
*> batch before interactive, in order of the department's first
*> appearance.
77 orderCount pic 9(3) value zero.
77 orderScan  pic 9(3) value zero.
77 groupScan  pic 9(3) value zero.
77 channelWork pic x(1) value space.
77 orderChannel pic x(1) value space.
01 writeOrderTable.
    02 writeOrder occurs 100 pic 9(3).

*> ------------------------Chargeback Totals--------------------------
77 usageRecordsRead pic 9(9) value zero.
77 outsideMonth     pic 9(9) value zero.
    02 filler pic x(1) value space.
    02 chlDept pic x(4).
    02 filler pic x(2) value spaces.
    02 chlChannel pic x(5).
    02 filler pic x(2) value spaces.
    02 chlName pic x(24).
    02 filler pic x(2) value spaces.
    02 chlAcct pic x(10).

    perform LOAD_DEPT_REFERENCE.
    perform SUMMARIZE_USAGE.
    perform BUILD_WRITE_ORDER.
    perform WRITE_EXTRACT.
    perform WRITE_REPORT.
    stop run.
        move drfDeptCode    to refDeptCode(refCount)
        move drfDeptName    to refDeptName(refCount)
        move drfBillingAcct to refBillingAcct(refCount)
        move drfStatus      to refDeptStatus(refCount)
        move drfStatusDate  to refStatusDate(refCount)
    end-if.

*> the 'NONE' and '****' roll-ups are synthetic codes SQRT itself
    if refIndex is greater than zero
        move refDeptName(refIndex)    to deptNameWork
        move refBillingAcct(refIndex) to deptAcctWork
        if refDeptStatus(refIndex) is equal to 'I'
            and not billing-all-months
            perform CHECK_DEACTIVATED_MONTH
        end-if
    else
        move spaces to deptAcctWork
        if deptWork is equal to 'NONE'
        end-if
    end-if.

*> billed months after the one the department was deactivated in are
*> flagged; an unreadable deactivation date is treated as flag-worthy
*> rather than quietly billed.
CHECK_DEACTIVATED_MONTH.
    if refStatusDate(refIndex)(1:6) is numeric
        move refStatusDate(refIndex)(1:6) to deactivatedMonth
    else
        move zero to deactivatedMonth
    end-if.
    if billingMonth is greater than deactivatedMonth
        move spaces to deptNameWork
        move spaces to deptAcctWork
        string '*DEACTIVATED ' refStatusDate(refIndex) '*'
            delimited by size into deptNameWork
        end-string
    end-if.

SEARCH_REF_TABLE.
    if refDeptCode(refScan) is equal to deptWork
        move refScan to refIndex
    end-if.

ADD_TO_SUMMARY.
    if dptChannel is equal to 'I'
        move 'I' to channelWork
    else
        move space to channelWork
    end-if.
    move zero to sumIndex.
    perform SEARCH_SUMMARY_TABLE
        varying sumScan from 1 by 1
        end-if
        add 1 to sumCount
        move dptDeptCode to sumDeptCode(sumCount)
        move channelWork to sumChannel(sumCount)
        move zero to sumRuns(sumCount)
        move zero to sumRecords(sumCount)
        move zero to sumGood(sumCount)

SEARCH_SUMMARY_TABLE.
    if sumDeptCode(sumScan) is equal to dptDeptCode
        and sumChannel(sumScan) is equal to channelWork
        move sumScan to sumIndex
    end-if.

*> ------------------------Write Order--------------------------------
*> a department's first entry pulls in all of its entries, the batch
*> one and then the interactive one; its later entry is then skipped
*> when the scan reaches it.
BUILD_WRITE_ORDER.
    move zero to orderCount.
    perform ORDER_ONE_ENTRY
        varying sumScan from 1 by 1
        until sumScan is greater than sumCount.

ORDER_ONE_ENTRY.
    move zero to sumIndex.
    perform SEARCH_EARLIER_DEPT
        varying groupScan from 1 by 1
        until groupScan is not less than sumScan
        or sumIndex is greater than zero.
    if sumIndex is equal to zero
        move space to orderChannel
        perform ORDER_SAME_DEPT
            varying groupScan from sumScan by 1
            until groupScan is greater than sumCount
        move 'I' to orderChannel
        perform ORDER_SAME_DEPT
            varying groupScan from sumScan by 1
            until groupScan is greater than sumCount
    end-if.

SEARCH_EARLIER_DEPT.
    if sumDeptCode(groupScan) is equal to sumDeptCode(sumScan)
        move groupScan to sumIndex
    end-if.

ORDER_SAME_DEPT.
    if sumDeptCode(groupScan) is equal to sumDeptCode(sumScan)
        and sumChannel(groupScan) is equal to orderChannel
        add 1 to orderCount
        move groupScan to writeOrder(orderCount)
    end-if.

*> ------------------------Write The Extract--------------------------
WRITE_EXTRACT.
    open output extractFile.
        stop run
    end-if.
    perform WRITE_ONE_EXTRACT
        varying orderScan from 1 by 1
        until orderScan is greater than orderCount.
    close extractFile.

WRITE_ONE_EXTRACT.
    move writeOrder(orderScan) to sumScan.
    move spaces to chargeExtract.
    move billingMonth to chgMonth.
    move sumDeptCode(sumScan) to deptWork.
    move sumGoodS(sumScan)      to chgGoodS.
    move sumGoodC(sumScan)      to chgGoodC.
    move sumGoodR(sumScan)      to chgGoodR.
    move sumChannel(sumScan)    to chgChannel.
    write extractLine from chargeExtract.

*> ------------------------Chargeback Report--------------------------
        display "Billing Month..............: " ccMonth
    end-if.
    display " ".
    display " Dept  Chan.  Name                      Billing Acct"
        "      Runs    Records      Good  Rejected Iterations".
    perform DISPLAY_ONE_CHARGE
        varying orderScan from 1 by 1
        until orderScan is greater than orderCount.
    move usageRecordsRead to ccRead.
    move outsideMonth     to ccOutside.
    display " ".
    end-if.

DISPLAY_ONE_CHARGE.
    move writeOrder(orderScan) to sumScan.
    move sumDeptCode(sumScan) to deptWork.
    perform LOOKUP_DEPT_REF.
    move sumDeptCode(sumScan)   to chlDept.
    if sumChannel(sumScan) is equal to 'I'
        move 'INTER' to chlChannel
    else
        move 'BATCH' to chlChannel
    end-if.
    move deptNameWork           to chlName.
    move deptAcctWork           to chlAcct.
    move sumRuns(sumScan)       to chlRuns.
