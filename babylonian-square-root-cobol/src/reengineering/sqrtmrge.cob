*>   hold the run for everyone else: the merge ends with return code
*>   0 as long as at least one feed was accepted, and 8 only when
*>   nothing usable arrived at all.
*> - every accepted feed now also goes on a merge manifest (SQRT.MFT),
*>   one record per department code in the feed with the number of
*>   detail records it sent, so the distribution step (SQRTDIST) can
*>   tie each department's return file back to what that department
*>   actually submitted. Refused feeds never reach sqrt.dat and so
*>   never reach the manifest either.
*> - a feed header's run sequence (02 and up for an intraday expedite
*>   run; spaces or zeros mean 01) has to match the first accepted
*>   feed's just as the cycle date does, and goes onto the combined
*>   header, so an expedite merge comes out as an expedite feed.

identification division.
program-id. SQRTMRGE.
    select combinedFile assign to "sqrt.dat"
        organization is line sequential
        file status is combinedStatus.
    select manifestFile assign to "SQRT.MFT"
        organization is line sequential
        file status is manifestStatus.

data division.
file section.
    01 feedLine     pic x(80).
fd combinedFile.
    01 combinedLine pic x(80).
fd manifestFile.
    01 manifestLine pic x(80).

working-storage section.
77 feedStatus     pic xx value spaces.
77 combinedStatus pic xx value spaces.
77 manifestStatus pic xx value spaces.
77 eofSwitch      pic 9 value 1.

*> ------------------------Feed Name List------------------------------
77 expectedCount   pic 9(9) value zero.
77 expectedHash    pic 9(18)v9(6) value zero.
77 thisCycleDate   pic 9(8) value zero.
77 thisRunSeq      pic 9(2) value 01.
77 refuseReason    pic x(40) value spaces.
    88 feed-is-clean value spaces.
77 trailerSeenSwitch pic x value 'N'.
01 holdTable.
    02 holdLine occurs 20000 pic x(80).

*> ------------------------Feed Manifest--------------------------------
*> the accepted feed's details counted per department code as they
*> are flushed to sqrt.dat, then written to SQRT.MFT.
copy "mftrec.cpy".

77 feedDeptCount pic 9(3) value zero.
77 feedDeptLimit pic 9(3) value 050.
77 feedDeptIndex pic 9(3) value zero.
77 feedDeptScan  pic 9(3) value zero.
77 feedDeptWork  pic x(4) value spaces.

01 feedDeptTable.
    02 feedDeptEntry occurs 50.
        03 fdDeptCode    pic x(4).
        03 fdDeptDetails pic 9(9).

*> ------------------------Combined Totals------------------------------
77 mergeCycleDate    pic 9(8) value zero.
77 mergeRunSeq       pic 9(2) value 01.
77 acceptedFeeds     pic 9(1) value zero.
77 refusedFeeds      pic 9(1) value zero.
77 combinedDetails   pic 9(9) value zero.
RESET_FEED_STATE.
    move zero to recordCount detailCount headerCount trailerCount
        hashTotal expectedCount expectedHash thisCycleDate holdCount.
    move 1 to thisRunSeq.
    move spaces to refuseReason.
    move 'N' to trailerSeenSwitch.

            move 'HEADER CYCLE DATE NOT NUMERIC' to refuseReason
        end-if
    end-if.
    if hdrRunSeq is not equal to spaces
        if hdrRunSeq is numeric
            if hdrRunSeq is greater than zero
                move hdrRunSeq to thisRunSeq
            end-if
        else
            if feed-is-clean
                move 'HEADER RUN SEQUENCE NOT NUMERIC' to refuseReason
            end-if
        end-if
    end-if.

EDIT_FEED_TRAILER.
    add 1 to trailerCount.
        and thisCycleDate is not equal to mergeCycleDate
        move 'CYCLE DATE DIFFERS FROM FIRST FEED' to refuseReason
    end-if.
    if feed-is-clean
        and acceptedFeeds is greater than zero
        and thisRunSeq is not equal to mergeRunSeq
        move 'RUN SEQUENCE DIFFERS FROM FIRST FEED' to refuseReason
    end-if.

*> an accepted feed flushes its held details to sqrt.dat and joins
*> the combined totals; a refused one just reports and is dropped.
        add 1 to acceptedFeeds
        if acceptedFeeds is equal to 1
            move thisCycleDate to mergeCycleDate
            move thisRunSeq to mergeRunSeq
            perform WRITE_COMBINED_HEADER
        end-if
        move zero to feedDeptCount
        perform FLUSH_ONE_HELD_RECORD
            varying holdIndex from 1 by 1
            until holdIndex is greater than holdCount
        perform WRITE_ONE_MANIFEST_ENTRY
            varying feedDeptIndex from 1 by 1
            until feedDeptIndex is greater than feedDeptCount
        add detailCount to combinedDetails
        add hashTotal to combinedHash
        move 'ACCEPTED - IN BALANCE' to fvVerdict

FLUSH_ONE_HELD_RECORD.
    write combinedLine from holdLine(holdIndex).
    perform COUNT_HELD_DEPT.

*> ------------------------Feed Manifest--------------------------------
*> held records are already proven details, regular or big; blank
*> codes count under 'NONE' exactly as SQRT will report them.
COUNT_HELD_DEPT.
    move holdLine(holdIndex) to lineStruct.
    if bigIndicator is equal to 'B'
        move bigDeptCodeIn to feedDeptWork
    else
        move deptCodeIn to feedDeptWork
    end-if.
    if feedDeptWork is equal to spaces
        move 'NONE' to feedDeptWork
    end-if.
    move zero to feedDeptIndex.
    perform FIND_FEED_DEPT
        varying feedDeptScan from 1 by 1
        until feedDeptScan is greater than feedDeptCount
        or feedDeptIndex is greater than zero.
    if feedDeptIndex is equal to zero
        if feedDeptCount is not less than feedDeptLimit
            display "FEED DEPARTMENT TABLE OVERFLOW - "
                "RAISE OCCURS LIMIT"
            move 8 to return-code
            stop run
        end-if
        add 1 to feedDeptCount
        move feedDeptWork to fdDeptCode(feedDeptCount)
        move zero to fdDeptDetails(feedDeptCount)
        move feedDeptCount to feedDeptIndex
    end-if.
    add 1 to fdDeptDetails(feedDeptIndex).

FIND_FEED_DEPT.
    if fdDeptCode(feedDeptScan) is equal to feedDeptWork
        move feedDeptScan to feedDeptIndex
    end-if.

WRITE_ONE_MANIFEST_ENTRY.
    move spaces to manifestRecord.
    move mergeCycleDate to mftCycleDate.
    move fdDeptCode(feedDeptIndex) to mftDeptCode.
    move fdDeptDetails(feedDeptIndex) to mftDetails.
    move feedNameEntry(feedScan) to mftFeedName.
    write manifestLine from manifestRecord.

*> ------------------------Combined Feed--------------------------------
OPEN_COMBINED_FEED.
        move 8 to return-code
        stop run
    end-if.
    open output manifestFile.
    if manifestStatus is not equal to '00'
        display "Unable to open SQRT.MFT: file status " manifestStatus
        move 8 to return-code
        stop run
    end-if.

WRITE_COMBINED_HEADER.
    move spaces to lineStruct.
    move 'H' to hdrIndicator.
    move mergeCycleDate to hdrCycleDate.
    move mergeRunSeq to hdrRunSeq.
    write combinedLine from lineStruct.
    move 'Y' to headerWritten.

        move combinedHash to trlHashTotal
        write combinedLine from lineStruct
    end-if.
    close combinedFile manifestFile.

*> ------------------------Merge Totals---------------------------------
WRITE_TOTALS.
    display "Feeds Refused..............: " mcRefused.
    display "Combined Detail Records....: " mcDetails.
    display "Combined Cycle Date........: " mcCycle.
    display "Combined Run Sequence......: " mergeRunSeq.
    display "--------------------------------------------".
    if acceptedFeeds is equal to zero
        display "NO FEED ACCEPTED - sqrt.dat NOT USABLE"
