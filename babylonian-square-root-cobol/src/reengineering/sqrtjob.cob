*> ------------------------------------------------------------------
*> -           Babylonian Square Roots - Job Stream Driver          -
*> -                  Re-engineered with love. <3                   -
*> -                   by Jason Nguyen (XXXXXXXX)                    -
*> ------------------------------------------------------------------

*> - nightly job-stream driver: operations used to run SQRTMRGE,
*>   SQRTEDIT, SQRT, SQRTRECN, SQRTMON and SQRTEXTR by hand and read
*>   each return code before starting the next, and one quarter the
*>   warehouse extract went out behind an out-of-balance
*>   reconciliation because nobody read the 8. This runs the steps in
*>   order and stops the stream the moment a step's return code goes
*>   over that step's limit.
*> - the stream itself is an operator-maintained file (SQRT.JST), one
*>   record per step in the order they run: step name, the highest
*>   return code the step may end with and still let the stream go
*>   on, a 'Y' when the step wants the cycle date appended to its
*>   command line (SQRTMON, SQRTEXTR), and the command line that runs
*>   it. A '*' in column 1 is a comment.
*> - the standard nightly stream, in run order: SQRTMRGE (its
*>   department feed names on the command), SQRTEDIT, SQRT, SQRTPROV,
*>   SQRTRECN, SQRTGENS, SQRTDIST, SQRTMON and SQRTEXTR, all with a
*>   limit of 0 except SQRTEDIT, which may warn with 4. SQRTPROV proves
*>   the answers before anything reconciles or sends them; SQRTGENS
*>   keeps the night's sqrt.dat, SQRT.OUT and SQRT.REJ as a cataloged
*>   generation once they have balanced, and SQRTDIST then cuts the
*>   department return files. Only SQRTMON and SQRTEXTR take the
*>   cycle date; SQRTGENS names the generation from the feed header
*>   and SQRTDIST takes the manifest's cycle.
*> - every step start and end goes on the step log (SQRT.STL) against
*>   the cycle date: step name, RUNNING/COMPLETE/FAILED/ABENDED,
*>   start and end stamps, and the return code. The log is appended
*>   to, never rewritten, so it is the history of every attempt.
*> - restart: rerunning the driver for a cycle skips the leading
*>   steps whose latest log entry for that cycle is COMPLETE and
*>   picks up at the step that failed. Once one step runs, every step
*>   after it runs too - a later step's earlier COMPLETE was against
*>   inputs that have since changed. SQRT's own checkpoint/restart
*>   still applies inside the SQRT step.
*> - a step name after the cycle date forces the restart point back
*>   to that step (to rerun a step that completed on bad input); the
*>   steps before it must already be COMPLETE for the cycle, or the
*>   driver refuses rather than skip work that never finished.
*> - the driver ends with the highest return code an accepted step
*>   gave, or 8 when the stream was stopped or could not start.

identification division.
program-id. SQRTJOB.

environment division.

input-output section.
file-control.
    select streamFile assign to "SQRT.JST"
        organization is line sequential
        file status is streamStatus.
    select stepLogFile assign to "SQRT.STL"
        organization is line sequential
        file status is stepLogStatus.

data division.
file section.
fd streamFile.
    01 streamLine  pic x(80).
fd stepLogFile.
    01 stepLogLine pic x(80).

working-storage section.
77 streamStatus  pic xx value spaces.
77 stepLogStatus pic xx value spaces.
77 eofSwitch     pic 9 value 1.

77 commandArgs   pic x(80) value spaces.
77 cycleDateArg  pic x(80) value spaces.
77 restartArg    pic x(80) value spaces.
77 cycleDate     pic 9(8) value zero.
77 restartStep   pic x(8) value spaces.

*> ------------------------Stream Definition--------------------------
01 streamRecord.
    02 jstStepName  pic x(8).
    02 filler       pic x(1).
    02 jstMaxRc     pic 9(3).
    02 filler       pic x(1).
    02 jstCycleArg  pic x(1).
    02 filler       pic x(1).
    02 jstCommand   pic x(65).

*> the stream in run order, with each step's latest log state for
*> this cycle (spaces when the step has never been logged for it).
01 stepTable.
    02 stepEntry occurs 20 times.
        03 stepName      pic x(8).
        03 stepMaxRc     pic 9(3).
        03 stepCycleArg  pic x(1).
        03 stepCommand   pic x(65).
        03 stepLastState pic x(8).
        03 stepResult    pic x(8).
        03 stepRc        pic 9(5).
77 stepCount  pic 9(3) value zero.
77 stepIdx    pic 9(3) value zero.
77 lookIdx    pic 9(3) value zero.
77 startIdx   pic 9(3) value zero.

*> ------------------------Step Log Record----------------------------
01 stepLogRecord.
    02 stlCycleDate pic 9(8).
    02 filler pic x(1) value space.
    02 stlStepName  pic x(8).
    02 filler pic x(1) value space.
    02 stlStatus    pic x(8).
    02 filler pic x(1) value space.
    02 stlStart     pic x(14).
    02 filler pic x(1) value space.
    02 stlEnd       pic x(14).
    02 filler pic x(1) value space.
    02 stlReturnCode pic 9(5).
    02 filler pic x(18) value spaces.

*> ------------------------Step Execution-----------------------------
77 commandLine  pic x(100) value spaces.
77 stepStart    pic x(14) value spaces.
77 systemStatus pic s9(9) value zero.
77 exitCode     pic 9(5) value zero.
77 exitSignal   pic 9(5) value zero.
77 highestRc    pic 9(5) value zero.
77 streamState  pic x value 'R'.
    88 stream-is-running value 'R'.
    88 stream-was-stopped value 'S'.
77 stepsRun     pic 9(3) value zero.
77 stepsSkipped pic 9(3) value zero.

*> ------------------------Report Lines-------------------------------
01 stepReportLine.
    02 filler pic x(2) value spaces.
    02 srStep   pic x(8).
    02 filler pic x(2) value spaces.
    02 srResult pic x(8).
    02 filler pic x(2) value spaces.
    02 srRc     pic zzzz9.
    02 filler pic x(2) value spaces.
    02 srLimit  pic zz9.

01 jobCounts.
    02 joCycle   pic 9(8).
    02 joSteps   pic zzzzzzzz9.
    02 joRun     pic zzzzzzzz9.
    02 joSkipped pic zzzzzzzz9.
    02 joRc      pic zzzzzzzz9.

*> --------------------------Main Program----------------------------
procedure division.
    display "          SQRT Nightly Job Stream Driver".
    display "--------------------------------------------".

    accept commandArgs from command-line end-accept.
    unstring commandArgs delimited by all spaces
        into cycleDateArg restartArg
    end-unstring.
    if cycleDateArg(1:8) is numeric
        move cycleDateArg(1:8) to cycleDate
    else
        move function current-date(1:8) to cycleDate
    end-if.
    move function upper-case(restartArg(1:8)) to restartStep.
    move cycleDate to joCycle.
    display "Cycle Date.................: " joCycle.

    perform LOAD_STREAM.
    perform LOAD_STEP_LOG.
    perform FIND_START_STEP.

    display " ".
    display "  Step      Result       RC  Limit".
    perform SHOW_SKIPPED_STEP varying stepIdx from 1 by 1
        until stepIdx is not less than startIdx.
    perform RUN_ONE_STEP varying stepIdx from startIdx by 1
        until stepIdx is greater than stepCount
        or stream-was-stopped.
    perform WRITE_VERDICT.
    stop run.

*> ------------------------Stream Definition---------------------------
*> an unreadable or empty stream is not a stream; nothing runs.
LOAD_STREAM.
    open input streamFile.
    if streamStatus is not equal to '00'
        display "Unable to open SQRT.JST: file status " streamStatus
        display "STREAM NOT STARTED"
        move 8 to return-code
        stop run
    end-if.
    move 1 to eofSwitch.
    perform LOAD_ONE_STEP until eofSwitch is = 0.
    close streamFile.
    if stepCount is equal to zero
        display "SQRT.JST HAS NO STEPS - STREAM NOT STARTED"
        move 8 to return-code
        stop run
    end-if.

LOAD_ONE_STEP.
    read streamFile into streamRecord
        at end move zero to eofSwitch
    end-read.
    if eofSwitch is not = 0
        and streamLine(1:1) is not equal to '*'
        and streamLine is not equal to spaces
        if jstStepName is equal to spaces
            or jstMaxRc is not numeric
            or jstCommand is equal to spaces
            display "SQRT.JST STEP RECORD UNREADABLE: "
                function trim(streamLine trailing)
            display "STREAM NOT STARTED"
            move 8 to return-code
            stop run
        end-if
        if stepCount is not less than 20
            display "STREAM STEP TABLE OVERFLOW - RAISE OCCURS LIMIT"
            move 8 to return-code
            stop run
        end-if
        add 1 to stepCount
        move function upper-case(jstStepName) to stepName(stepCount)
        move jstMaxRc   to stepMaxRc(stepCount)
        move function upper-case(jstCycleArg)
            to stepCycleArg(stepCount)
        move jstCommand to stepCommand(stepCount)
        move spaces     to stepLastState(stepCount)
        move spaces     to stepResult(stepCount)
        move zero       to stepRc(stepCount)
    end-if.

*> ------------------------Step Log History----------------------------
*> the latest entry per step for this cycle wins; an empty or absent
*> log just means nothing has run for the cycle yet.
LOAD_STEP_LOG.
    open input stepLogFile.
    if stepLogStatus is equal to '00'
        move 1 to eofSwitch
        perform LOAD_ONE_LOG_ENTRY until eofSwitch is = 0
        close stepLogFile
    end-if.

LOAD_ONE_LOG_ENTRY.
    read stepLogFile into stepLogRecord
        at end move zero to eofSwitch
    end-read.
    if eofSwitch is not = 0
        and stlCycleDate is numeric
        and stlCycleDate is equal to cycleDate
        perform FIND_LOGGED_STEP varying lookIdx from 1 by 1
            until lookIdx is greater than stepCount
    end-if.

FIND_LOGGED_STEP.
    if stepName(lookIdx) is equal to stlStepName
        move stlStatus to stepLastState(lookIdx)
    end-if.

*> ------------------------Restart Point-------------------------------
*> with no step named, the stream resumes at the first step that has
*> not completed for the cycle; a named step must be in the stream
*> and everything ahead of it must already be complete.
FIND_START_STEP.
    move 1 to startIdx.
    if restartStep is equal to spaces
        perform ADVANCE_PAST_COMPLETE
            until startIdx is greater than stepCount
            or stepLastState(startIdx) is not equal to 'COMPLETE'
        if startIdx is greater than stepCount
            display "EVERY STEP ALREADY COMPLETE FOR CYCLE " joCycle
                " - NOTHING TO RUN"
            display "(name a step after the cycle date to rerun "
                "from it)"
            stop run
        end-if
    else
        move zero to startIdx
        perform FIND_RESTART_STEP varying lookIdx from 1 by 1
            until lookIdx is greater than stepCount
            or startIdx is greater than zero
        if startIdx is equal to zero
            display "STEP " restartStep " IS NOT IN SQRT.JST - "
                "STREAM NOT STARTED"
            move 8 to return-code
            stop run
        end-if
        perform CHECK_EARLIER_STEP varying lookIdx from 1 by 1
            until lookIdx is not less than startIdx
    end-if.
    if startIdx is greater than 1
        display "Restarting At Step.........: " stepName(startIdx)
    end-if.

ADVANCE_PAST_COMPLETE.
    add 1 to startIdx.

FIND_RESTART_STEP.
    if stepName(lookIdx) is equal to restartStep
        move lookIdx to startIdx
    end-if.

CHECK_EARLIER_STEP.
    if stepLastState(lookIdx) is not equal to 'COMPLETE'
        display "STEP " stepName(lookIdx) " NOT COMPLETE FOR CYCLE "
            joCycle " - CANNOT RESTART AT " restartStep
        move 8 to return-code
        stop run
    end-if.

SHOW_SKIPPED_STEP.
    add 1 to stepsSkipped.
    move 'SKIPPED' to stepResult(stepIdx).
    move stepName(stepIdx)  to srStep.
    move 'SKIPPED'          to srResult.
    move zero               to srRc.
    move stepMaxRc(stepIdx) to srLimit.
    display stepReportLine.

*> ------------------------Step Execution------------------------------
*> SYSTEM hands back the raw wait status: the exit code sits in the
*> high byte, and anything in the low byte is the signal that killed
*> the step, which is an abend however the exit code reads.
RUN_ONE_STEP.
    add 1 to stepsRun.
    move spaces to commandLine.
    if stepCycleArg(stepIdx) is equal to 'Y'
        string function trim(stepCommand(stepIdx) trailing)
            delimited by size
            ' ' delimited by size
            cycleDate delimited by size
            into commandLine
        end-string
    else
        move stepCommand(stepIdx) to commandLine
    end-if.

    move function current-date(1:14) to stepStart.
    move 'RUNNING' to stlStatus.
    move spaces to stlEnd.
    move zero to stlReturnCode.
    perform WRITE_STEP_LOG.

    call "SYSTEM" using commandLine end-call.
    move return-code to systemStatus.
    move zero to return-code.

    if systemStatus is less than zero
        move 999 to exitCode
        move 'ABENDED' to stepResult(stepIdx)
    else
        divide systemStatus by 256 giving exitCode
            remainder exitSignal
        end-divide
        if exitSignal is not equal to zero
            move 999 to exitCode
            move 'ABENDED' to stepResult(stepIdx)
        else
            if exitCode is greater than stepMaxRc(stepIdx)
                move 'FAILED' to stepResult(stepIdx)
            else
                move 'COMPLETE' to stepResult(stepIdx)
                if exitCode is greater than highestRc
                    move exitCode to highestRc
                end-if
            end-if
        end-if
    end-if.
    move exitCode to stepRc(stepIdx).
    if stepResult(stepIdx) is not equal to 'COMPLETE'
        move 'S' to streamState
    end-if.

    move stepResult(stepIdx) to stlStatus.
    move function current-date(1:14) to stlEnd.
    move exitCode to stlReturnCode.
    perform WRITE_STEP_LOG.

    move stepName(stepIdx)   to srStep.
    move stepResult(stepIdx) to srResult.
    move exitCode            to srRc.
    move stepMaxRc(stepIdx)  to srLimit.
    display stepReportLine.

*> appended and closed each time, so an entry survives even if the
*> step takes the driver down with it.
WRITE_STEP_LOG.
    open extend stepLogFile.
    if stepLogStatus is not equal to '00'
        open output stepLogFile
    end-if.
    if stepLogStatus is not equal to '00'
        display "Unable to open SQRT.STL: file status " stepLogStatus
        display "STREAM STOPPED - STEP LOG UNAVAILABLE"
        move 8 to return-code
        stop run
    end-if.
    move cycleDate         to stlCycleDate.
    move stepName(stepIdx) to stlStepName.
    move stepStart         to stlStart.
    write stepLogLine from stepLogRecord.
    close stepLogFile.

*> ------------------------Verdict--------------------------------------
WRITE_VERDICT.
    move stepCount    to joSteps.
    move stepsRun     to joRun.
    move stepsSkipped to joSkipped.
    display " ".
    display "--------------------------------------------".
    display "Steps In Stream............: " joSteps.
    display "Steps Run..................: " joRun.
    display "Steps Skipped (Complete)...: " joSkipped.
    if stream-was-stopped
        compute stepIdx = startIdx + stepsRun - 1
        move stepRc(stepIdx) to joRc
        display "Stopped At Step............: " stepName(stepIdx)
        display "Step Return Code...........: " joRc
        display "--------------------------------------------"
        display "STREAM STOPPED - FIX " function trim(stepName(stepIdx))
            " AND RERUN THE DRIVER FOR THE CYCLE TO RESTART THERE"
        move 8 to return-code
    else
        move highestRc to joRc
        display "Highest Step Return Code...: " joRc
        display "--------------------------------------------"
        display "STREAM COMPLETE FOR CYCLE " joCycle
        move highestRc to return-code
    end-if.
*> ------------------------------------------------------------------
