*> ------------------------------------------------------------------
*> -        Babylonian Square Roots - Department Distribution       -
*> -                  Re-engineered with love. <3                   -
*> -                   by Jason Nguyen (XXXXXXXX)                    -
*> ------------------------------------------------------------------

*> - per-department return files: since SQRTMRGE every department
*>   sends its own balanced feed, but the answers still came back as
*>   one combined SQRT.OUT/SQRT.REJ that a clerk cut up by the
*>   department column and emailed out in pieces. This splits the
*>   cycle's good and rejected lines into one return file per
*>   department code, SQRTRTN.dddd, in the shared rtnrec layout.
*> - each return file carries an 'H' header with the cycle date and
*>   the department code, the department's lines exactly as SQRT
*>   wrote them, and a 'T' trailer with the good, rejected and total
*>   counts alongside what the department's feed sent into the merge.
*> - the merge manifest (SQRT.MFT, written by SQRTMRGE) is what the
*>   counts tie back to: every line SQRT wrote for a department is
*>   one of the details that department sent, so good plus rejected
*>   must equal the manifest's count for the code. A department that
*>   doesn't balance - a short run, a department the manifest never
*>   saw, or lines SQRT had to roll up under its '****' department-
*>   table overflow - is flagged on the distribution report, its
*>   trailer says OUT-OF-BALANCE, and the step ends with return code
*>   8 so nothing goes out until it is explained.
*> - '****' lines belong to no one department and never get a file
*>   of their own; they are counted and flagged.
*> - the cycle date comes in on the command line as yyyymmdd and
*>   defaults to the manifest's; manifest records for any other cycle
*>   are stale and do not count.
*> - the reject line's department is its last column: a rejected
*>   record's operation code can be blank, so counting columns from
*>   the left would land on the reason code instead.

identification division.
program-id. SQRTDIST.

environment division.

input-output section.
file-control.
    select manifestFile assign to "SQRT.MFT"
        organization is line sequential
        file status is manifestStatus.
    select outFile assign to "SQRT.OUT"
        organization is line sequential
        file status is outStatus.
    select rejFile assign to "SQRT.REJ"
        organization is line sequential
        file status is rejStatus.
    select returnFile assign to dynamic returnName
        organization is line sequential
        file status is returnStatus.

data division.
file section.
fd manifestFile.
    01 manifestLine pic x(80).
fd outFile.
    01 outFileLine  pic x(80).
fd rejFile.
    01 rejFileLine  pic x(80).
fd returnFile.
    01 returnLine   pic x(100).

working-storage section.
77 manifestStatus pic xx value spaces.
77 outStatus      pic xx value spaces.
77 rejStatus      pic xx value spaces.
77 returnStatus   pic xx value spaces.
77 eofSwitch      pic 9 value 1.

77 cycleDateArg pic x(80) value spaces.
77 cycleDate    pic 9(8) value zero.
77 returnName   pic x(80) value spaces.

*> shared SQRT.MFT merge-manifest record, written by SQRTMRGE
copy "mftrec.cpy".

*> shared department return-file record
copy "rtnrec.cpy".

*> ------------------------Line Parsing--------------------------------
77 parsedLine   pic x(80) value spaces.
01 tokenFields.
    02 token pic x(30) occurs 6 times.
77 tokenScan    pic 9(3) value zero.
77 lineDept     pic x(4) value spaces.

*> ------------------------Department Table---------------------------
*> one entry per department code seen on the manifest or on the
*> cycle's output, with what its feed sent and what came back.
77 distCount  pic 9(3) value zero.
77 distLimit  pic 9(3) value 050.
77 distIndex  pic 9(3) value zero.
77 distScan   pic 9(3) value zero.

01 distTable.
    02 distEntry occurs 50.
        03 distDeptCode  pic x(4).
        03 distSent      pic 9(9).
        03 distGood      pic 9(9).
        03 distRejected  pic 9(9).
        03 distOnManifest pic x(1).

77 manifestFound  pic x value 'N'.
    88 manifest-was-found value 'Y'.
77 staleEntries   pic 9(9) value zero.
77 distReturned   pic 9(9) value zero.
77 distVerdict    pic x(14) value spaces.

*> ------------------------Distribution Totals------------------------
77 totalSent      pic 9(9) value zero.
77 totalGood      pic 9(9) value zero.
77 totalRejected  pic 9(9) value zero.
77 filesWritten   pic 9(9) value zero.
77 deptsFlagged   pic 9(9) value zero.

*> ------------------------Report Lines-------------------------------
01 distLine.
    02 filler pic x(2) value spaces.
    02 dlDept pic x(4).
    02 filler pic x(2) value spaces.
    02 dlSent pic zzzzzzzz9.
    02 filler pic x(2) value spaces.
    02 dlGood pic zzzzzzzz9.
    02 filler pic x(2) value spaces.
    02 dlRejected pic zzzzzzzz9.
    02 filler pic x(2) value spaces.
    02 dlReturned pic zzzzzzzz9.
    02 filler pic x(2) value spaces.
    02 dlVerdict pic x(26).

01 distCounts.
    02 dcCycle    pic 9(8).
    02 dcSent     pic zzzzzzzz9.
    02 dcGood     pic zzzzzzzz9.
    02 dcRejected pic zzzzzzzz9.
    02 dcFiles    pic zzzzzzzz9.
    02 dcFlagged  pic zzzzzzzz9.
    02 dcStale    pic zzzzzzzz9.

*> --------------------------Main Program----------------------------
procedure division.
    display "      SQRT Department Distribution Report".
    display "--------------------------------------------".

    accept cycleDateArg from command-line end-accept.
    if cycleDateArg(1:8) is numeric
        move cycleDateArg(1:8) to cycleDate
    end-if.

    perform LOAD_MANIFEST.
    move cycleDate to dcCycle.
    display "Cycle Date.................: " dcCycle.

    perform COUNT_GOOD_LINES.
    perform COUNT_REJECTED_LINES.

    display " ".
    display "  Dept       Sent       Good   Rejected   Returned  "
        "Verdict".
    perform DISTRIBUTE_ONE_DEPT
        varying distIndex from 1 by 1
        until distIndex is greater than distCount.
    perform WRITE_VERDICT.
    stop run.

*> ------------------------Merge Manifest-------------------------------
*> with no cycle date given, the first manifest record's date is the
*> cycle; a missing manifest leaves every department unbalanced,
*> which is exactly what the report should say.
LOAD_MANIFEST.
    open input manifestFile.
    if manifestStatus is not equal to '00'
        display "Unable to open SQRT.MFT: file status " manifestStatus
        display "(no merge manifest - no department can be balanced)"
    else
        move 1 to eofSwitch
        perform LOAD_ONE_MANIFEST_ENTRY until eofSwitch is = 0
        close manifestFile
    end-if.
    if cycleDate is equal to zero
        move function current-date(1:8) to cycleDate
    end-if.

LOAD_ONE_MANIFEST_ENTRY.
    read manifestFile into manifestRecord
        at end move zero to eofSwitch
    end-read.
    if eofSwitch is not = 0
        if cycleDate is equal to zero
            and mftCycleDate is numeric
            move mftCycleDate to cycleDate
        end-if
        if mftCycleDate is numeric
            and mftCycleDate is equal to cycleDate
            and mftDetails is numeric
            move 'Y' to manifestFound
            move mftDeptCode to lineDept
            perform FIND_DIST_SLOT
            move 'Y' to distOnManifest(distIndex)
            add mftDetails to distSent(distIndex)
            add mftDetails to totalSent
        else
            add 1 to staleEntries
        end-if
    end-if.

*> ------------------------Cycle Output--------------------------------
COUNT_GOOD_LINES.
    open input outFile.
    if outStatus is not equal to '00'
        display "Unable to open SQRT.OUT: file status " outStatus
        move 8 to return-code
        stop run
    end-if.
    move 1 to eofSwitch.
    perform COUNT_ONE_GOOD_LINE until eofSwitch is = 0.
    close outFile.

COUNT_ONE_GOOD_LINE.
    read outFile into parsedLine
        at end move zero to eofSwitch
    end-read.
    if eofSwitch is not = 0
        and parsedLine is not equal to spaces
        perform FIND_GOOD_LINE_DEPT
        perform FIND_DIST_SLOT
        add 1 to distGood(distIndex)
        add 1 to totalGood
    end-if.

COUNT_REJECTED_LINES.
    open input rejFile.
    if rejStatus is not equal to '00'
        display "Unable to open SQRT.REJ: file status " rejStatus
        move 8 to return-code
        stop run
    end-if.
    move 1 to eofSwitch.
    perform COUNT_ONE_REJECTED_LINE until eofSwitch is = 0.
    close rejFile.

COUNT_ONE_REJECTED_LINE.
    read rejFile into parsedLine
        at end move zero to eofSwitch
    end-read.
    if eofSwitch is not = 0
        and parsedLine is not equal to spaces
        perform FIND_REJECT_LINE_DEPT
        perform FIND_DIST_SLOT
        add 1 to distRejected(distIndex)
        add 1 to totalRejected
    end-if.

*> good lines: radicand, answer, iterations, operation, department.
FIND_GOOD_LINE_DEPT.
    perform TOKENIZE_LINE.
    move token(5)(1:4) to lineDept.

*> reject lines: the department is the last column on the line.
FIND_REJECT_LINE_DEPT.
    perform TOKENIZE_LINE.
    move spaces to lineDept.
    perform TAKE_LAST_TOKEN
        varying tokenScan from 1 by 1
        until tokenScan is greater than 6.

TAKE_LAST_TOKEN.
    if token(tokenScan) is not equal to spaces
        move token(tokenScan)(1:4) to lineDept
    end-if.

*> leading spaces trimmed first so the radicand lands in token(1);
*> a fixed-width column read would miss the wider 'B'-record lines.
TOKENIZE_LINE.
    move spaces to tokenFields.
    unstring function trim(parsedLine leading)
        delimited by all ' '
        into token(1) token(2) token(3) token(4) token(5) token(6)
    end-unstring.

FIND_DIST_SLOT.
    if lineDept is equal to spaces
        move 'NONE' to lineDept
    end-if.
    move zero to distIndex.
    perform SEARCH_DIST_TABLE
        varying distScan from 1 by 1
        until distScan is greater than distCount
        or distIndex is greater than zero.
    if distIndex is equal to zero
        if distCount is not less than distLimit
            display "DISTRIBUTION TABLE OVERFLOW - RAISE OCCURS LIMIT"
            move 8 to return-code
            stop run
        end-if
        add 1 to distCount
        move lineDept to distDeptCode(distCount)
        move zero to distSent(distCount)
        move zero to distGood(distCount)
        move zero to distRejected(distCount)
        move 'N' to distOnManifest(distCount)
        move distCount to distIndex
    end-if.

SEARCH_DIST_TABLE.
    if distDeptCode(distScan) is equal to lineDept
        move distScan to distIndex
    end-if.

*> ------------------------Return Files--------------------------------
*> one pass of SQRT.OUT and SQRT.REJ per department keeps only one
*> return file open at a time, however many departments there are.
DISTRIBUTE_ONE_DEPT.
    compute distReturned =
        distGood(distIndex) + distRejected(distIndex).
    if distDeptCode(distIndex) is equal to '****'
        move 'OUT-OF-BALANCE' to distVerdict
        move 'FLAGGED - DEPT OVERFLOW' to dlVerdict
    else
        if distOnManifest(distIndex) is not equal to 'Y'
            move 'OUT-OF-BALANCE' to distVerdict
            move 'FLAGGED - NOT ON MANIFEST' to dlVerdict
        else
            if distReturned is not equal to distSent(distIndex)
                move 'OUT-OF-BALANCE' to distVerdict
                move 'FLAGGED - DOES NOT BALANCE' to dlVerdict
            else
                move 'BALANCED' to distVerdict
                move 'BALANCED' to dlVerdict
            end-if
        end-if
        perform WRITE_RETURN_FILE
    end-if.
    if distVerdict is not equal to 'BALANCED'
        add 1 to deptsFlagged
    end-if.
    move distDeptCode(distIndex) to dlDept.
    move distSent(distIndex)     to dlSent.
    move distGood(distIndex)     to dlGood.
    move distRejected(distIndex) to dlRejected.
    move distReturned            to dlReturned.
    display distLine.

WRITE_RETURN_FILE.
    move spaces to returnName.
    string 'SQRTRTN.' distDeptCode(distIndex)
        delimited by size into returnName
    end-string.
    open output returnFile.
    if returnStatus is not equal to '00'
        display "Unable to open " function trim(returnName)
            ": file status " returnStatus
        move 8 to return-code
        stop run
    end-if.

    move spaces to returnRecord.
    move 'H' to rtnHdrIndicator.
    move cycleDate to rtnHdrCycleDate.
    move distDeptCode(distIndex) to rtnHdrDeptCode.
    write returnLine from returnRecord.

    open input outFile.
    move 1 to eofSwitch.
    perform RETURN_ONE_GOOD_LINE until eofSwitch is = 0.
    close outFile.
    open input rejFile.
    move 1 to eofSwitch.
    perform RETURN_ONE_REJECTED_LINE until eofSwitch is = 0.
    close rejFile.

    move spaces to returnRecord.
    move 'T' to rtnTrlIndicator.
    move distGood(distIndex)     to rtnTrlGoodCount.
    move distRejected(distIndex) to rtnTrlRejectCount.
    move distReturned            to rtnTrlTotalCount.
    move distSent(distIndex)     to rtnTrlFeedCount.
    move distVerdict             to rtnTrlBalance.
    write returnLine from returnRecord.
    close returnFile.
    add 1 to filesWritten.

RETURN_ONE_GOOD_LINE.
    read outFile into parsedLine
        at end move zero to eofSwitch
    end-read.
    if eofSwitch is not = 0
        and parsedLine is not equal to spaces
        perform FIND_GOOD_LINE_DEPT
        if lineDept is equal to spaces
            move 'NONE' to lineDept
        end-if
        if lineDept is equal to distDeptCode(distIndex)
            move spaces to returnRecord
            move 'G' to rtnIndicator
            move parsedLine to rtnResultLine
            write returnLine from returnRecord
        end-if
    end-if.

RETURN_ONE_REJECTED_LINE.
    read rejFile into parsedLine
        at end move zero to eofSwitch
    end-read.
    if eofSwitch is not = 0
        and parsedLine is not equal to spaces
        perform FIND_REJECT_LINE_DEPT
        if lineDept is equal to spaces
            move 'NONE' to lineDept
        end-if
        if lineDept is equal to distDeptCode(distIndex)
            move spaces to returnRecord
            move 'R' to rtnIndicator
            move parsedLine to rtnResultLine
            write returnLine from returnRecord
        end-if
    end-if.

*> ------------------------Verdict--------------------------------------
WRITE_VERDICT.
    move totalSent     to dcSent.
    move totalGood     to dcGood.
    move totalRejected to dcRejected.
    move filesWritten  to dcFiles.
    move deptsFlagged  to dcFlagged.
    move staleEntries  to dcStale.
    display " ".
    display "--------------------------------------------".
    display "Details Sent (Manifest)....: " dcSent.
    display "Good Lines Returned........: " dcGood.
    display "Rejected Lines Returned....: " dcRejected.
    display "Return Files Written.......: " dcFiles.
    display "Departments Flagged........: " dcFlagged.
    if staleEntries is greater than zero
        display "Manifest Entries Not Cycle.: " dcStale
    end-if.
    display "--------------------------------------------".
    if not manifest-was-found
        display "NO MANIFEST FOR CYCLE - HOLD THE RETURN FILES"
        move 8 to return-code
    else
        if deptsFlagged is greater than zero
            display "DEPARTMENTS OUT OF BALANCE - HOLD THE RETURN FILES"
            move 8 to return-code
        else
            display "EVERY DEPARTMENT BALANCES - RETURN FILES MAY GO OUT"
        end-if
    end-if.
*> ------------------------------------------------------------------
