*> ------------------------------------------------------------------
*> -           Babylonian Square Roots - Lifecycle Inquiry          -
*> -                  Re-engineered with love. <3                   -
*> -                   by Jason Nguyen (XXXXXXXX)                    -
*> ------------------------------------------------------------------

*> - request lifecycle inquiry: when a department calls about a
*>   figure they sent, this program takes the department code and
*>   the radicand off the command line and shows what happened to it
*>   in order, instead of someone searching six files by hand.
*> - the trail it follows:
*>   1. arrival - the figure's record in the combined sqrt.dat (cycle
*>      date from the 'H' header, operation, epsilon), and which of
*>      the department's feeds on the SQRTMRGE manifest (SQRT.MFT)
*>      carried it, if that feed is still on disk;
*>   2. outcome - the SQRT.OUT answer, and whether SQRT computed it
*>      or served it from the SQRT.MST results master; or the
*>      SQRT.REJ reject reason;
*>   3. correction - the SQRT.CRD card SQRTRCYC will claim for it, or
*>      the no-correction decision SQRTCENT recorded on SQRT.NCR;
*>   4. resubmission - the corrected record on the SQRT.RSB feed, and
*>      the answer (or reject) it got once that feed ran.
*> - the last line says whether the department's problem is closed
*>   (answered, corrected and answered, or not corrected by decision)
*>   or still open, and at which step it is waiting.
*> - a blank department code on a feed record is traced as 'NONE',
*>   the code SQRT carries it under on SQRT.OUT/SQRT.REJ.
*> - cards and no-correction decisions carry only the original
*>   radicand, not the department, so they are matched by value the
*>   same way SQRTRCYC claims them.
*> - a figure found nowhere ends with return code 8: it is almost
*>   always a mistyped code or figure, and an inquiry that quietly
*>   says nothing reads like "we never got it".
*> - the arrival, outcome and resubmitted-result steps search every
*>   generation cataloged on SQRT.CAT by SQRTGENS, oldest first, and
*>   then the current sqrt.dat, SQRT.OUT and SQRT.REJ when their run
*>   is not kept yet, so a figure from last week is still found once
*>   later cycles have overwritten the current files. Every line
*>   found says which cycle and run it came from, and a reject in
*>   any generation goes on to the correction step.

identification division.
program-id. SQRTTRAC.

environment division.

input-output section.
file-control.
    select feedFile assign to dynamic feedName
        organization is line sequential
        file status is feedStatus.
    select manifestFile assign to "SQRT.MFT"
        organization is line sequential
        file status is manifestStatus.
    select outFile assign to dynamic outFileName
        organization is line sequential
        file status is outStatus.
    select rejFile assign to dynamic rejFileName
        organization is line sequential
        file status is rejStatus.
    select cardFile assign to "SQRT.CRD"
        organization is line sequential
        file status is cardStatus.
    select noCorrFile assign to "SQRT.NCR"
        organization is line sequential
        file status is noCorrStatus.
    select catalogFile assign to "SQRT.CAT"
        organization is line sequential
        file status is catalogStatus.

data division.
file section.
fd feedFile.
    01 feedLine      pic x(80).
fd manifestFile.
    01 manifestLine  pic x(80).
fd outFile.
    01 outFileLine   pic x(80).
fd rejFile.
    01 rejFileLine   pic x(80).
fd cardFile.
    01 cardFileLine  pic x(80).
fd noCorrFile.
    01 noCorrLine    pic x(80).
fd catalogFile.
    01 catalogLine   pic x(80).

working-storage section.
77 feedStatus     pic xx value spaces.
77 manifestStatus pic xx value spaces.
77 outStatus      pic xx value spaces.
77 rejStatus      pic xx value spaces.
77 cardStatus     pic xx value spaces.
77 noCorrStatus   pic xx value spaces.
77 eofSwitch      pic 9 value 1.
77 feedName       pic x(80) value spaces.

*> ------------------------Cycle Generations---------------------------
*> every run the trail can be read from: the generations on SQRT.CAT
*> in catalog order, then the current files when their run is not
*> kept yet.
77 catalogStatus  pic xx value spaces.
77 outFileName    pic x(80) value 'SQRT.OUT'.
77 rejFileName    pic x(80) value 'SQRT.REJ'.
77 feedRunSeq     pic 9(2) value 01.
77 currentFiles   pic x value 'Y'.
    88 current-files-not-kept value 'Y'.
77 runCount       pic 9(4) value zero.
77 runLimit       pic 9(4) value 999.
77 runIndex       pic 9(4) value zero.

01 runTable.
    02 runEntry occurs 1000.
        03 runCycleDate  pic 9(8).
        03 runSeq        pic 9(2).
        03 runSwitch     pic x.
            88 run-is-current value 'Y'.

*> shared SQRT.CAT generation-catalog record, kept by SQRTGENS
copy "catrec.cpy".

*> ------------------------Inquiry Arguments---------------------------
77 inquiryArgs    pic x(80) value spaces.
77 deptArg        pic x(20) value spaces.
77 radicandArg    pic x(40) value spaces.
77 inquiryDept    pic x(4) value spaces.
77 inquiryValue   pic s9(17)v9(6) value zero.

*> what the current scan is looking for: the original figure first,
*> then the corrected figure the card resubmitted.
77 targetDept     pic x(4) value spaces.
77 targetValue    pic s9(17)v9(6) value zero.

*> shared sqrt.dat record layouts, for the feeds and SQRT.RSB
copy "linerec.cpy".

*> shared SQRT.MFT merge-manifest record, written by SQRTMRGE
copy "mftrec.cpy".

*> ------------------------Correction Card------------------------------
*> same layouts SQRTRCYC and SQRTCENT use.
01 correctionCard.
    02 crdOriginalRadicand pic s9(17)v9(6) sign leading separate.
    02 crdNewRadicand      pic s9(10)v9(6) sign leading separate.
    02 crdNewEpsilon       pic v9(5).
    02 crdNewOpCode        pic x(1).
    02 crdNewDeptCode      pic x(4).
    02 filler pic x(29).

01 noCorrRecord.
    02 ncrOriginalRadicand pic s9(17)v9(6) sign leading separate.
    02 filler pic x(56).

*> ------------------------Line Parsing---------------------------------
77 parsedLine pic x(80) value spaces.
01 tokenFields.
    02 token occurs 7 pic x(26).
77 parsedValue   pic s9(17)v9(6) value zero.
77 parsedDept    pic x(4) value spaces.
77 parseOkSwitch pic x value 'N'.
    88 parse-was-good value 'Y'.

*> ------------------------Feed Scan Fields----------------------------
77 feedValue      pic s9(17)v9(6) value zero.
77 feedDept       pic x(4) value spaces.
77 feedEpsilon    pic v9(5) value zero.
77 feedOp         pic x value space.
77 feedCycleDate  pic 9(8) value zero.
77 feedRecordNo   pic 9(9) value zero.
77 detailSwitch   pic x value 'N'.
    88 record-is-detail value 'Y'.

*> ------------------------What The Trail Found-------------------------
77 arrivedCount   pic 9(5) value zero.
77 feedHitCount   pic 9(5) value zero.
77 answeredCount  pic 9(5) value zero.
77 rejectedCount  pic 9(5) value zero.
77 resubCount     pic 9(5) value zero.
77 resubAnswered  pic 9(5) value zero.
77 resubRejected  pic 9(5) value zero.
77 cardSwitch     pic x value 'N'.
    88 card-on-file value 'Y'.
77 noCorrSwitch   pic x value 'N'.
    88 decided-no-correction value 'Y'.
77 scanAnswered   pic 9(5) value zero.
77 scanRejected   pic 9(5) value zero.
77 cardNewValue   pic s9(17)v9(6) value zero.
77 cardNewDept    pic x(4) value spaces.

*> ------------------------Report Lines--------------------------------
01 traceValues.
    02 tvRadicand pic -(17)9.9(6).
    02 tvAnswer   pic -(17)9.9(6).
    02 tvEpsilon  pic .9(5).
    02 tvRecordNo pic zzzzzzzz9.

*> --------------------------Main Program----------------------------
procedure division.
    display "          SQRT Lifecycle Inquiry".
    display "--------------------------------------------".

    perform READ_INQUIRY_ARGS.
    move inquiryValue to tvRadicand.
    display "Department.................: " inquiryDept.
    display "Radicand...................: " tvRadicand.
    display "--------------------------------------------".

    perform LOAD_RUN_TABLE.
    move inquiryDept  to targetDept.
    move inquiryValue to targetValue.
    perform TRACE_ARRIVAL.
    perform TRACE_OUTCOME.
    move scanAnswered to answeredCount.
    move scanRejected to rejectedCount.
    if rejectedCount is greater than zero
        perform TRACE_CORRECTION
    end-if.
    if card-on-file
        perform TRACE_RESUBMISSION
    end-if.
    perform WRITE_VERDICT.
    stop run.

*> ------------------------Arguments-----------------------------------
*> dept radicand: a code and a figure, both required.
READ_INQUIRY_ARGS.
    accept inquiryArgs from command-line end-accept.
    unstring inquiryArgs delimited by all ' '
        into deptArg radicandArg
    end-unstring.
    move function upper-case(deptArg) to deptArg.
    if deptArg is equal to spaces
        or deptArg(5:) is not equal to spaces
        or radicandArg is equal to spaces
        or function test-numval(radicandArg) is not = 0
        display "USAGE: SQRTTRAC dept radicand - NOTHING TRACED"
        move 8 to return-code
        stop run
    end-if.
    move deptArg(1:4) to inquiryDept.
    compute inquiryValue = function numval(radicandArg).

*> ------------------------Cycle Generations---------------------------
*> the current files join the list only when the sqrt.dat header
*> shows a run the catalog does not hold yet; once SQRTGENS keeps a
*> run, its generation is read instead.
LOAD_RUN_TABLE.
    open input catalogFile.
    if catalogStatus is equal to '00'
        move 1 to eofSwitch
        perform CHECK_ONE_CATALOG_ENTRY until eofSwitch is = 0
        close catalogFile
    end-if.
    perform FIND_FEED_CYCLE.
    move 'Y' to currentFiles.
    perform CHECK_ONE_KEPT_RUN
        varying runIndex from 1 by 1
        until runIndex is greater than runCount.
    if current-files-not-kept
        add 1 to runCount
        move feedCycleDate to runCycleDate(runCount)
        move feedRunSeq    to runSeq(runCount)
        move 'Y' to runSwitch(runCount)
    end-if.

CHECK_ONE_CATALOG_ENTRY.
    read catalogFile into catalogRecord
        at end move zero to eofSwitch
    end-read.
    if eofSwitch is not = 0
        and cat-generation
        if runCount is greater than or equal to runLimit
            display "RUN TABLE OVERFLOW - RAISE OCCURS LIMIT"
            move 8 to return-code
            stop run
        end-if
        add 1 to runCount
        move catCycleDate to runCycleDate(runCount)
        move catRunSeq    to runSeq(runCount)
        move 'N' to runSwitch(runCount)
    end-if.

CHECK_ONE_KEPT_RUN.
    if runCycleDate(runIndex) is equal to feedCycleDate
        and runSeq(runIndex) is equal to feedRunSeq
        move 'N' to currentFiles
    end-if.

*> the current feed's cycle and run come off its 'H' header; a feed
*> without one ran under today's date, the same way SQRT runs it.
FIND_FEED_CYCLE.
    move zero to feedCycleDate.
    move 1 to feedRunSeq.
    move 'sqrt.dat' to feedName.
    open input feedFile.
    if feedStatus is equal to '00'
        read feedFile into lineStruct
            at end move spaces to lineStruct
        end-read
        close feedFile
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

*> points the three file names at one run: its kept generation, or
*> the current files.
SET_RUN_FILES.
    if run-is-current(runIndex)
        move 'sqrt.dat' to feedName
        move 'SQRT.OUT' to outFileName
        move 'SQRT.REJ' to rejFileName
    else
        move spaces to feedName outFileName rejFileName
        string 'SQRTDAT.G' runCycleDate(runIndex) runSeq(runIndex)
            delimited by size into feedName
        end-string
        string 'SQRTOUT.G' runCycleDate(runIndex) runSeq(runIndex)
            delimited by size into outFileName
        end-string
        string 'SQRTREJ.G' runCycleDate(runIndex) runSeq(runIndex)
            delimited by size into rejFileName
        end-string
    end-if.

*> ------------------------1. Arrival----------------------------------
*> each run's combined sqrt.dat gives the cycle and record; the
*> manifest says which of the department's feeds could have carried
*> it, and each of those still on disk is searched to name the one
*> that did.
TRACE_ARRIVAL.
    move zero to arrivedCount.
    perform SCAN_ONE_RUN_FEED
        varying runIndex from 1 by 1
        until runIndex is greater than runCount.
    if arrivedCount is equal to zero
        display "Arrival....................: NOT IN ANY KEPT OR "
            "CURRENT sqrt.dat"
    end-if.
    open input manifestFile.
    if manifestStatus is equal to '00'
        move 1 to eofSwitch
        perform CHECK_ONE_MANIFEST_ENTRY until eofSwitch is = 0
        close manifestFile
    end-if.

SCAN_ONE_RUN_FEED.
    perform SET_RUN_FILES.
    open input feedFile.
    if feedStatus is equal to '00'
        move zero to feedRecordNo
        move 1 to eofSwitch
        perform SCAN_ONE_COMBINED_RECORD until eofSwitch is = 0
        close feedFile
    end-if.

SCAN_ONE_COMBINED_RECORD.
    read feedFile into lineStruct
        at end move zero to eofSwitch
    end-read.
    if eofSwitch is not = 0
        add 1 to feedRecordNo
        perform CLASSIFY_FEED_RECORD
        if record-is-detail
            and feedValue is equal to targetValue
            and feedDept is equal to targetDept
            add 1 to arrivedCount
            move feedRecordNo to tvRecordNo
            move feedEpsilon to tvEpsilon
            display "Arrival....................: cycle "
                runCycleDate(runIndex) " run " runSeq(runIndex)
                " record" tvRecordNo
            display "  Operation/Epsilon........: " feedOp " "
                tvEpsilon
        end-if
    end-if.

*> header records set the cycle; detail records (regular or big)
*> come back with their value, department and operation.
CLASSIFY_FEED_RECORD.
    move 'N' to detailSwitch.
    if hdrIndicator is equal to 'H'
        if hdrCycleDate is numeric
            move hdrCycleDate to feedCycleDate
        end-if
    else
        if bigIndicator is equal to 'B'
            if bigRadicandIn is numeric
                move bigRadicandIn to feedValue
                move bigDeptCodeIn to feedDept
                move bigEpsilonIn to feedEpsilon
                move bigOpCodeIn to feedOp
                move 'Y' to detailSwitch
            end-if
        else
            if radicandIn is numeric
                move radicandIn to feedValue
                move deptCodeIn to feedDept
                move epsilonIn to feedEpsilon
                move opCodeIn to feedOp
                move 'Y' to detailSwitch
            end-if
        end-if
    end-if.
    if record-is-detail
        if feedDept is equal to spaces
            move 'NONE' to feedDept
        end-if
        if feedOp is equal to space
            move 'S' to feedOp
        end-if
    end-if.

CHECK_ONE_MANIFEST_ENTRY.
    read manifestFile into manifestRecord
        at end move zero to eofSwitch
    end-read.
    if eofSwitch is not = 0
        and mftDeptCode is equal to targetDept
        perform SEARCH_ONE_DEPT_FEED
        move 1 to eofSwitch
    end-if.

*> the manifest loop's end-of-file switch is borrowed for the feed
*> scan and put back afterwards by the caller.
SEARCH_ONE_DEPT_FEED.
    move mftFeedName to feedName.
    move zero to feedHitCount.
    open input feedFile.
    if feedStatus is not equal to '00'
        display "  Manifest Feed............: "
            function trim(mftFeedName) " (NO LONGER ON DISK)"
    else
        move zero to feedRecordNo feedCycleDate
        move 1 to eofSwitch
        perform SCAN_ONE_DEPT_FEED_RECORD until eofSwitch is = 0
        close feedFile
        if feedHitCount is greater than zero
            display "  Arrived On Feed..........: "
                function trim(mftFeedName) " cycle " mftCycleDate
        end-if
    end-if.

SCAN_ONE_DEPT_FEED_RECORD.
    read feedFile into lineStruct
        at end move zero to eofSwitch
    end-read.
    if eofSwitch is not = 0
        perform CLASSIFY_FEED_RECORD
        if record-is-detail
            and feedValue is equal to targetValue
            and feedDept is equal to targetDept
            add 1 to feedHitCount
        end-if
    end-if.

*> ------------------------2. Outcome----------------------------------
TRACE_OUTCOME.
    perform SCAN_RESULTS.
    if scanAnswered is equal to zero
        and scanRejected is equal to zero
        display "Outcome....................: NO SQRT.OUT OR SQRT.REJ"
            " LINE"
    end-if.

*> searches every run's SQRT.OUT and SQRT.REJ for targetValue under
*> targetDept; every matching line is shown.
SCAN_RESULTS.
    move zero to scanAnswered scanRejected.
    perform SCAN_ONE_RUN_RESULTS
        varying runIndex from 1 by 1
        until runIndex is greater than runCount.

SCAN_ONE_RUN_RESULTS.
    perform SET_RUN_FILES.
    open input outFile.
    if outStatus is equal to '00'
        move 1 to eofSwitch
        perform CHECK_ONE_OUT_LINE until eofSwitch is = 0
        close outFile
    end-if.
    open input rejFile.
    if rejStatus is equal to '00'
        move 1 to eofSwitch
        perform CHECK_ONE_REJ_LINE until eofSwitch is = 0
        close rejFile
    end-if.

*> SQRT.OUT line tokens: radicand, answer, iterations, op, dept,
*> epsilon, source (M master / C computed; absent on lines written
*> before the source column).
CHECK_ONE_OUT_LINE.
    read outFile into parsedLine
        at end move zero to eofSwitch
    end-read.
    if eofSwitch is not = 0
        and parsedLine is not equal to spaces
        perform TOKENIZE_LINE
        perform PARSE_RADICAND_TOKEN
        move token(5)(1:4) to parsedDept
        if parse-was-good
            and parsedValue is equal to targetValue
            and parsedDept is equal to targetDept
            add 1 to scanAnswered
            perform SHOW_ANSWER_LINE
        end-if
    end-if.

SHOW_ANSWER_LINE.
    if function test-numval(token(2)) is = 0
        compute tvAnswer = function numval(token(2))
    else
        move zero to tvAnswer
    end-if.
    display "Answered...................: " function trim(tvAnswer)
        " op " token(4)(1:1) " cycle " runCycleDate(runIndex)
        " run " runSeq(runIndex).
    if token(7)(1:1) is equal to 'M'
        display "  Source...................: SERVED FROM SQRT.MST"
    else
        if token(7)(1:1) is equal to 'C'
            display "  Source...................: COMPUTED, "
                function trim(token(3)) " ITERATIONS"
        else
            display "  Source...................: NOT RECORDED"
        end-if
    end-if.

*> SQRT.REJ line tokens: radicand, reason, op, dept - but the op
*> column is blank on some rejects, so the department is whichever
*> of token 3 or 4 comes last.
CHECK_ONE_REJ_LINE.
    read rejFile into parsedLine
        at end move zero to eofSwitch
    end-read.
    if eofSwitch is not = 0
        and parsedLine is not equal to spaces
        perform TOKENIZE_LINE
        perform PARSE_RADICAND_TOKEN
        if token(4) is equal to spaces
            move token(3)(1:4) to parsedDept
        else
            move token(4)(1:4) to parsedDept
        end-if
        if parse-was-good
            and parsedValue is equal to targetValue
            and parsedDept is equal to targetDept
            add 1 to scanRejected
            display "Rejected...................: "
                function trim(token(2)) " cycle "
                runCycleDate(runIndex) " run " runSeq(runIndex)
        end-if
    end-if.

*> ------------------------3. Correction-------------------------------
*> the first card for the value is the one SQRTRCYC would claim.
TRACE_CORRECTION.
    move 'N' to cardSwitch.
    open input cardFile.
    if cardStatus is equal to '00'
        move 1 to eofSwitch
        perform CHECK_ONE_CARD until eofSwitch is = 0 or card-on-file
        close cardFile
    end-if.
    if card-on-file
        move cardNewValue to tvRadicand
        display "Correction Card............: NEW RADICAND "
            tvRadicand
        display "  Operation/Dept...........: " crdNewOpCode " "
            cardNewDept
    else
        move 'N' to noCorrSwitch
        open input noCorrFile
        if noCorrStatus is equal to '00'
            move 1 to eofSwitch
            perform CHECK_ONE_NO_CORRECTION
                until eofSwitch is = 0 or decided-no-correction
            close noCorrFile
        end-if
        if decided-no-correction
            display "Correction.................: NO CORRECTION (BY "
                "DECISION)"
        else
            display "Correction.................: NONE ON FILE"
        end-if
    end-if.

CHECK_ONE_CARD.
    read cardFile into correctionCard
        at end move zero to eofSwitch
    end-read.
    if eofSwitch is not = 0
        and crdOriginalRadicand is numeric
        and crdNewRadicand is numeric
        and crdOriginalRadicand is equal to targetValue
        move 'Y' to cardSwitch
        move crdNewRadicand to cardNewValue
        move crdNewDeptCode to cardNewDept
        if cardNewDept is equal to spaces
            move 'NONE' to cardNewDept
        end-if
    end-if.

CHECK_ONE_NO_CORRECTION.
    read noCorrFile into noCorrRecord
        at end move zero to eofSwitch
    end-read.
    if eofSwitch is not = 0
        and ncrOriginalRadicand is numeric
        and ncrOriginalRadicand is equal to targetValue
        move 'Y' to noCorrSwitch
    end-if.

*> ------------------------4. Resubmission-----------------------------
TRACE_RESUBMISSION.
    move cardNewDept  to targetDept.
    move cardNewValue to targetValue.
    move 'SQRT.RSB' to feedName.
    move zero to resubCount.
    open input feedFile.
    if feedStatus is equal to '00'
        move zero to feedRecordNo feedCycleDate
        move 1 to eofSwitch
        perform SCAN_ONE_RESUBMIT_RECORD until eofSwitch is = 0
        close feedFile
    end-if.
    if resubCount is equal to zero
        display "Resubmission...............: NOT YET RECYCLED"
    else
        perform SCAN_RESULTS
        move scanAnswered to resubAnswered
        move scanRejected to resubRejected
        if resubAnswered is equal to zero
            and resubRejected is equal to zero
            display "Resubmitted Result.........: NOT YET RUN"
        end-if
    end-if.

SCAN_ONE_RESUBMIT_RECORD.
    read feedFile into lineStruct
        at end move zero to eofSwitch
    end-read.
    if eofSwitch is not = 0
        add 1 to feedRecordNo
        perform CLASSIFY_FEED_RECORD
        if record-is-detail
            and feedValue is equal to targetValue
            and feedDept is equal to targetDept
            add 1 to resubCount
            move feedRecordNo to tvRecordNo
            display "Resubmission...............: SQRT.RSB record"
                tvRecordNo " cycle " feedCycleDate
        end-if
    end-if.

*> ------------------------Line Parsing---------------------------------
*> leading spaces trimmed first so the radicand lands in token(1);
*> DELIMITED BY ALL collapses the column gaps in between.
TOKENIZE_LINE.
    move spaces to tokenFields.
    unstring function trim(parsedLine leading)
        delimited by all ' '
        into token(1) token(2) token(3) token(4) token(5) token(6)
            token(7)
    end-unstring.

PARSE_RADICAND_TOKEN.
    move 'N' to parseOkSwitch.
    if token(1) is not equal to spaces
        and function test-numval(token(1)) is = 0
        compute parsedValue = function numval(token(1))
        move 'Y' to parseOkSwitch
    end-if.

*> ------------------------Verdict-------------------------------------
WRITE_VERDICT.
    display "--------------------------------------------".
    if answeredCount is greater than zero
        display "CLOSED - ANSWER DELIVERED"
    else
        if rejectedCount is equal to zero
            if arrivedCount is greater than zero
                display "OPEN - ON THE FEED, NOT YET RUN"
            else
                display "NOT FOUND - CHECK THE DEPARTMENT AND FIGURE"
                move 8 to return-code
            end-if
        else
            perform WRITE_REJECT_VERDICT
        end-if
    end-if.

WRITE_REJECT_VERDICT.
    if card-on-file
        if resubAnswered is greater than zero
            display "CLOSED - CORRECTED AND ANSWERED"
        else
            if resubRejected is greater than zero
                display "OPEN - CORRECTION REJECTED AGAIN"
            else
                if resubCount is greater than zero
                    display "OPEN - RESUBMITTED, AWAITING THE RUN"
                else
                    display "OPEN - CARD AWAITING SQRTRCYC"
                end-if
            end-if
        end-if
    else
        if decided-no-correction
            display "CLOSED - NOT CORRECTED BY DECISION"
        else
            display "OPEN - REJECTED, NO CORRECTION DECIDED"
        end-if
    end-if.
*> ------------------------------------------------------------------
