*> - a missing master is only an error for VERIFY and PURGE; REPORT
*>   says so and REBUILD of a missing file is refused (there is
*>   nothing to salvage from).
*> - PURGE and REBUILD rewrite the master, so each needs the operator
*>   (SQRTOPER) authorized for that function on SQRT.OPA; every
*>   attempt, allowed or refused, goes on the SQRT.OPJ operations
*>   journal first, and a refusal ends with return code 8 with the
*>   master untouched. REPORT and VERIFY only read, and need neither.

identification division.
program-id. SQRTMAST.
    select salvageFile assign to "SQRT.MSW"
        organization is line sequential
        file status is salvageStatus.
    select operAuthFile assign to "SQRT.OPA"
        organization is line sequential
        file status is operAuthStatus.
    select operJournalFile assign to "SQRT.OPJ"
        organization is line sequential
        file status is operJournalStatus.

data division.
file section.
    copy "mstrec.cpy".
fd salvageFile.
    01 salvageLine pic x(80).
fd operAuthFile.
    01 operAuthLine    pic x(80).
fd operJournalFile.
    01 operJournalLine pic x(80).

working-storage section.
77 masterStatus  pic xx value spaces.
77 salvageStatus pic xx value spaces.
77 eofSwitch     pic 9 value 1.

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

*> ------------------------Function Parsing----------------------------
77 commandArgs   pic x(80) value spaces.
77 functionWord  pic x(10) value spaces.

    move function current-date(1:8) to todayDate.

    if functionWord is equal to 'PURGE'
        or functionWord is equal to 'REBUILD'
        move functionWord to authFunction
        move commandArgs to authArguments
        perform CHECK_OPERATOR_AUTHORITY
    end-if.

    if functionWord is equal to 'REPORT'
        perform REPORT_MASTER
    else
            not invalid key add 1 to reloadedCount
        end-write
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
