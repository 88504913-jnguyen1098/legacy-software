*> - SQRT.INT is deliberately not archived here: the daily extracts
*>   are transmission files the warehouse already holds, and deleting
*>   sent extracts is an operations decision, not an archive one.
*> - only an operator authorized for SQRTARCH on SQRT.OPA may cut an
*>   archive; the operator ID comes from SQRTOPER. Every attempt,
*>   allowed or refused, goes on the SQRT.OPJ operations journal
*>   first, and a refusal ends with return code 8, nothing cut.

identification division.
program-id. SQRTARCH.
    select archiveFile assign to dynamic archiveName
        organization is line sequential
        file status is archiveStatus.
    select operAuthFile assign to "SQRT.OPA"
        organization is line sequential
        file status is operAuthStatus.
    select operJournalFile assign to "SQRT.OPJ"
        organization is line sequential
        file status is operJournalStatus.

data division.
file section.
    01 auditLine       pic x(100).
fd archiveFile.
    01 archiveLine     pic x(100).
fd operAuthFile.
    01 operAuthLine    pic x(80).
fd operJournalFile.
    01 operJournalLine pic x(80).

working-storage section.
77 deptUsageStatus  pic xx value spaces.
77 cutoffDate     pic 9(8) value zero.
77 archiveName    pic x(80) value spaces.

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

*> shared SQRT.DPT usage record, written by SQRT
copy "dptrec.cpy".

    display "--------------------------------------------".

    accept retentionArg from command-line end-accept.
    move 'SQRTARCH' to authFunction.
    move retentionArg to authArguments.
    perform CHECK_OPERATOR_AUTHORITY.
    if retentionArg(1:4) is numeric
        and retentionArg(1:4) is not equal to '0000'
        move retentionArg(1:4) to retentionDays
    else
        display "ARCHIVE IN BALANCE - ARCHIVED + RETAINED = READ"
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
