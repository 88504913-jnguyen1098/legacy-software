*> ------------------------------------------------------------------
*> -            Babylonian Square Roots - Answer Proof              -
*> -                  Re-engineered with love. <3                   -
*> -                   by Jason Nguyen (XXXXXXXX)                    -
*> ------------------------------------------------------------------

*> - independent answer proof: nothing ever checked that an answer
*>   in SQRT.OUT was actually right. SQRT serves hits straight from
*>   SQRT.MST, and SQRTMAST VERIFY only proves a master record
*>   parses, not that its answer belongs to its radicand - one bad
*>   entry would be served to a department for months.
*> - every answer is worked backwards and compared to the radicand
*>   it claims to answer: squared for 'S', cubed for 'C', and 1/y
*>   squared for 'R'. None of SQRT's iteration is reused here; the
*>   proof only multiplies.
*> - the tolerance is the record's own: the answer is only as good
*>   as the epsilon it converged under, and that relative error is
*>   multiplied by the power the answer is raised to, so the worked
*>   value may stray from the radicand by 2 x epsilon (3 x for a
*>   cube) of the radicand. On top of that goes what the answer's
*>   sixth decimal can carry through the same power - without it a
*>   tiny radicand, whose root is mostly rounding, would fail on
*>   arithmetic alone.
*> - the function comes in on the command line:
*>     OUT      - prove every good line in SQRT.OUT against the
*>                epsilon printed on the line (the default); a line
*>                from before the epsilon was printed is proven
*>                against SQRT's standing default of .00001
*>     MASTER   - prove every entry in the SQRT.MST results master
*>                against its own key epsilon, so a poisoned cache
*>                entry is caught before the next run serves it
*> - every failure goes on the exception report with the reason, and
*>   any exception at all ends with return code 8 so the results are
*>   held; in the job stream this step sits straight after SQRT.

identification division.
program-id. SQRTPROV.

environment division.

input-output section.
file-control.
    select outFile assign to "SQRT.OUT"
        organization is line sequential
        file status is outStatus.
    select resultsMaster assign to "SQRT.MST"
        organization is indexed
        access mode is sequential
        record key is mstKey
        file status is masterStatus.

data division.
file section.
fd outFile.
    01 outFileLine pic x(80).
fd resultsMaster.
    *> layout shared with SQRT via the mstrec copybook so both sides
    *> read the master the same way.
    copy "mstrec.cpy".

working-storage section.
77 outStatus    pic xx value spaces.
77 masterStatus pic xx value spaces.
77 eofSwitch    pic 9 value 1.

77 commandArgs  pic x(80) value spaces.
77 functionWord pic x(10) value spaces.

*> ------------------------Line Parsing--------------------------------
77 parsedLine   pic x(80) value spaces.
01 tokenFields.
    02 token pic x(30) occurs 6 times.
77 parseOkSwitch pic x value 'N'.
    88 line-parsed-ok value 'Y'.

*> ------------------------Proof Figures-------------------------------
77 proofRadicand  pic 9(17)v9(6) value zero.
77 proofAnswer    pic 9(17)v9(6) value zero.
77 proofEpsilon   pic v9(5) value zero.
77 defaultEpsilon pic v9(5) value .00001.
77 proofOp        pic x value space.
77 proofDept      pic x(4) value spaces.
*> one unit in the answer's sixth decimal, the finest step SQRT can
*> print or store an answer in.
77 answerUnit     pic v9(6) value .000001.
77 workedValue    pic s9(21)v9(10) value zero.
77 proofDelta     pic s9(21)v9(10) value zero.
77 proofAllowance pic s9(21)v9(10) value zero.
77 answerAllowance pic s9(21)v9(10) value zero.
*> a reciprocal square root's answer is small, so its cube needs
*> more decimals than the worked value does.
77 answerCubed    pic 9(13)v9(18) value zero.
77 proofReason    pic x(16) value spaces.
77 proofSwitch    pic x value 'Y'.
    88 answer-proves value 'Y'.

*> ------------------------Proof Totals--------------------------------
77 linesRead      pic 9(9) value zero.
77 linesProven    pic 9(9) value zero.
77 provenS        pic 9(9) value zero.
77 provenC        pic 9(9) value zero.
77 provenR        pic 9(9) value zero.
77 defaultedEps   pic 9(9) value zero.
77 exceptionCount pic 9(9) value zero.
77 readStopped    pic x value 'N'.
    88 read-hit-bad-record value 'Y'.

*> ------------------------Report Lines--------------------------------
01 exceptionLine.
    02 filler pic x value space.
    02 exRadicand pic z(17)9.9(6).
    02 filler pic x(2) value spaces.
    02 exAnswer pic z(17)9.9(6).
    02 filler pic x(2) value spaces.
    02 exOp pic x(1).
    02 filler pic x(2) value spaces.
    02 exDept pic x(4).
    02 filler pic x(2) value spaces.
    02 exReason pic x(16).

01 proofCounts.
    02 prRead       pic zzzzzzzz9.
    02 prProven     pic zzzzzzzz9.
    02 prS          pic zzzzzzzz9.
    02 prC          pic zzzzzzzz9.
    02 prR          pic zzzzzzzz9.
    02 prDefaulted  pic zzzzzzzz9.
    02 prExceptions pic zzzzzzzz9.

*> --------------------------Main Program----------------------------
procedure division.
    display "         SQRT Independent Answer Proof".
    display "--------------------------------------------".

    accept commandArgs from command-line end-accept.
    unstring commandArgs
        delimited by all ' '
        into functionWord
    end-unstring.
    move function upper-case(functionWord) to functionWord.
    if functionWord is equal to spaces
        move 'OUT' to functionWord
    end-if.

    if functionWord is equal to 'OUT'
        perform PROVE_OUTPUT
    else
    if functionWord is equal to 'MASTER'
        perform PROVE_MASTER
    else
        display "UNKNOWN FUNCTION '" function trim(functionWord)
            "' - USE OUT OR MASTER"
        move 8 to return-code
    end-if
    end-if.
    stop run.

*> ------------------------OUT------------------------------------------
PROVE_OUTPUT.
    display "Proving....................: SQRT.OUT".
    open input outFile.
    if outStatus is not equal to '00'
        display "Unable to open SQRT.OUT: file status " outStatus
        move 8 to return-code
        stop run
    end-if.
    perform WRITE_EXCEPTION_HEADING.
    move 1 to eofSwitch.
    perform PROVE_ONE_LINE until eofSwitch is = 0.
    close outFile.
    perform WRITE_PROOF_TOTALS.
    if exceptionCount is greater than zero
        display "ANSWERS FAIL PROOF - HOLD THE CYCLE'S RESULTS"
        move 8 to return-code
    else
        display "EVERY ANSWER PROVES - RESULTS MAY BE RELEASED"
    end-if.

*> tokens, after the leading blanks: radicand, answer, iterations,
*> operation, department, epsilon.
PROVE_ONE_LINE.
    read outFile into parsedLine
        at end move zero to eofSwitch
    end-read.
    if eofSwitch is not = 0
        and parsedLine is not equal to spaces
        add 1 to linesRead
        perform TOKENIZE_LINE
        move 'N' to parseOkSwitch
        if function test-numval(token(1)) is = 0
            and function test-numval(token(2)) is = 0
            compute proofRadicand = function numval(token(1))
            compute proofAnswer = function numval(token(2))
            move token(4)(1:1) to proofOp
            move token(5)(1:4) to proofDept
            move 'Y' to parseOkSwitch
        end-if
        if line-parsed-ok
            if token(6) is not equal to spaces
                and function test-numval(token(6)) is = 0
                compute proofEpsilon = function numval(token(6))
            else
                move defaultEpsilon to proofEpsilon
                add 1 to defaultedEps
            end-if
            perform PROVE_ANSWER
        else
            move zero to proofRadicand
            move zero to proofAnswer
            move token(4)(1:1) to proofOp
            move token(5)(1:4) to proofDept
            move 'LINE UNREADABLE' to proofReason
            perform WRITE_EXCEPTION
        end-if
    end-if.

*> leading spaces trimmed first so the radicand lands in token(1);
*> a fixed-width column read would miss the wider 'B'-record lines.
TOKENIZE_LINE.
    move spaces to tokenFields.
    unstring function trim(parsedLine leading)
        delimited by all ' '
        into token(1) token(2) token(3) token(4) token(5) token(6)
    end-unstring.

*> ------------------------MASTER---------------------------------------
PROVE_MASTER.
    display "Proving....................: SQRT.MST".
    open input resultsMaster.
    if masterStatus is not equal to '00'
        display "Unable to open SQRT.MST: file status " masterStatus
        move 8 to return-code
        stop run
    end-if.
    perform WRITE_EXCEPTION_HEADING.
    move 1 to eofSwitch.
    perform PROVE_ONE_ENTRY until eofSwitch is = 0.
    close resultsMaster.
    perform WRITE_PROOF_TOTALS.
    if read-hit-bad-record
        display "READ STOPPED ON A BAD RECORD - RUN SQRTMAST VERIFY"
        move 8 to return-code
    end-if.
    if exceptionCount is greater than zero
        display "MASTER HOLDS ANSWERS THAT FAIL PROOF - "
            "REBUILD OR PURGE BEFORE THE NEXT RUN"
        move 8 to return-code
    else
        display "EVERY MASTER ANSWER PROVES"
    end-if.

PROVE_ONE_ENTRY.
    read resultsMaster next record
        at end move zero to eofSwitch
    end-read.
    if eofSwitch is not = 0
        if masterStatus is equal to '00'
            add 1 to linesRead
            move mstOperation to proofOp
            move spaces to proofDept
            if mstRadicand is not numeric
                or mstAnswer is not numeric
                or mstEpsilon is not numeric
                move zero to proofRadicand
                move zero to proofAnswer
                move 'BAD FIELDS' to proofReason
                perform WRITE_EXCEPTION
            else
                move mstRadicand to proofRadicand
                move mstAnswer   to proofAnswer
                move mstEpsilon  to proofEpsilon
                perform PROVE_ANSWER
            end-if
        else
            move 'Y' to readStopped
            move zero to eofSwitch
        end-if
    end-if.

*> ------------------------The Proof------------------------------------
*> worked value, its distance from the radicand, and the allowance
*> the record's epsilon and the answer's last decimal earn it. The
*> two halves of the allowance are figured apart and then added, so
*> the tiny last-decimal term is never lost in one long expression.
PROVE_ANSWER.
    move 'Y' to proofSwitch.
    move spaces to proofReason.
    move zero to proofAllowance.
    move zero to answerAllowance.
    if proofOp is equal to 'S'
        or proofOp is equal to space
        compute workedValue = proofAnswer * proofAnswer
            on size error move 'N' to proofSwitch
        end-compute
        compute proofAllowance = proofEpsilon * proofRadicand * 2
            on size error move 'N' to proofSwitch
        end-compute
        compute answerAllowance = proofAnswer * answerUnit * 2
            on size error move 'N' to proofSwitch
        end-compute
    else
    if proofOp is equal to 'C'
        compute workedValue = proofAnswer * proofAnswer * proofAnswer
            on size error move 'N' to proofSwitch
        end-compute
        compute proofAllowance = proofEpsilon * proofRadicand * 3
            on size error move 'N' to proofSwitch
        end-compute
        compute answerAllowance =
            proofAnswer * proofAnswer * answerUnit * 3
            on size error move 'N' to proofSwitch
        end-compute
    else
    if proofOp is equal to 'R'
        if proofAnswer is equal to zero
            move 'N' to proofSwitch
            move 'ZERO ANSWER' to proofReason
        else
            compute workedValue = 1 / (proofAnswer * proofAnswer)
                on size error move 'N' to proofSwitch
            end-compute
            compute proofAllowance = proofEpsilon * proofRadicand * 2
                on size error move 'N' to proofSwitch
            end-compute
            compute answerCubed = proofAnswer * proofAnswer * proofAnswer
                on size error move 'N' to proofSwitch
            end-compute
            if answer-proves
                compute answerAllowance = answerUnit * 2 / answerCubed
                    on size error move 'N' to proofSwitch
                end-compute
            end-if
        end-if
    else
        move 'N' to proofSwitch
        move 'UNKNOWN OP CODE' to proofReason
    end-if
    end-if
    end-if.

    if answer-proves
        add answerAllowance to proofAllowance
        compute proofDelta = function abs(workedValue - proofRadicand)
        if proofDelta is greater than proofAllowance
            move 'N' to proofSwitch
            move 'OUT OF TOLERANCE' to proofReason
        end-if
    else
        if proofReason is equal to spaces
            move 'PROOF OVERFLOW' to proofReason
        end-if
    end-if.

    if answer-proves
        add 1 to linesProven
        if proofOp is equal to 'C'
            add 1 to provenC
        else
            if proofOp is equal to 'R'
                add 1 to provenR
            else
                add 1 to provenS
            end-if
        end-if
    else
        perform WRITE_EXCEPTION
    end-if.

*> ------------------------Exception Report----------------------------
WRITE_EXCEPTION_HEADING.
    display " ".
    display "  Radicand                    Answer                    "
        "Op  Dept  Reason".

WRITE_EXCEPTION.
    add 1 to exceptionCount.
    move proofRadicand to exRadicand.
    move proofAnswer   to exAnswer.
    move proofOp       to exOp.
    move proofDept     to exDept.
    move proofReason   to exReason.
    display exceptionLine.

WRITE_PROOF_TOTALS.
    move linesRead      to prRead.
    move linesProven    to prProven.
    move provenS        to prS.
    move provenC        to prC.
    move provenR        to prR.
    move defaultedEps   to prDefaulted.
    move exceptionCount to prExceptions.
    display " ".
    display "--------------------------------------------".
    display "Answers Read...............: " prRead.
    display "Answers Proven.............: " prProven.
    display "  Square Root..............: " prS.
    display "  Cube Root................: " prC.
    display "  Recip Square Root........: " prR.
    if defaultedEps is greater than zero
        display "Proven At Default Epsilon..: " prDefaulted
    end-if.
    display "Exceptions.................: " prExceptions.
    display "--------------------------------------------".
*> ------------------------------------------------------------------
