*> ------------------------------------------------------------------
*> -           Babylonian Square Roots - Operations Journal         -
*> -                  Re-engineered with love. <3                   -
*> -                   by Jason Nguyen (XXXXXXXX)                    -
*> ------------------------------------------------------------------

*> - operations-journal report for the quarterly controls review:
*>   lists the SQRT.OPJ entries (opjrec copybook) that SQRTBACK,
*>   SQRTMAST PURGE/REBUILD, SQRTARCH and SQRT's ORUN override write
*>   for every attempt, allowed or refused, so "who ran what, when"
*>   is a report and not an investigation.
*> - the command line is fromdate todate [operator], dates yyyymmdd.
*>   A missing from date means today; a missing to date means the
*>   from date, so one date reports one day. An operator ID limits
*>   the report to that operator's attempts. fromdate operator is
*>   taken as one day for that operator; anything else in a date's
*>   place is refused with return code 8 rather than dropping
*>   the operator filter.
*> - each entry shows the date and time, operator, function, outcome
*>   and arguments; refused attempts are flagged so they stand out.
*> - the totals break the attempts down by operator, allowed and
*>   refused, which is the page the review actually signs.
*> - a date range that runs backwards is refused with return code 8;
*>   a missing journal just means nothing has been attempted yet.

identification division.
program-id. SQRTJRNL.

environment division.

input-output section.
file-control.
    select operJournalFile assign to "SQRT.OPJ"
        organization is line sequential
        file status is operJournalStatus.

data division.
file section.
fd operJournalFile.
    01 operJournalLine pic x(80).

working-storage section.
77 operJournalStatus pic xx value spaces.
77 eofSwitch         pic 9 value 1.

77 commandArgs  pic x(80) value spaces.
77 fromDateArg  pic x(80) value spaces.
77 toDateArg    pic x(80) value spaces.
77 operatorArg  pic x(80) value spaces.
77 fromDate     pic 9(8) value zero.
77 toDate       pic 9(8) value zero.
77 operatorId   pic x(8) value spaces.
77 entryDate    pic 9(8) value zero.

*> shared SQRT.OPJ operations-journal record
copy "opjrec.cpy".

*> ------------------------Operator Totals----------------------------
77 operCount  pic 9(3) value zero.
77 operLimit  pic 9(3) value 200.
77 operIndex  pic 9(3) value zero.
77 operScan   pic 9(3) value zero.

01 operTable.
    02 operEntry occurs 200.
        03 otOperatorId pic x(8).
        03 otAllowed    pic 9(9).
        03 otRefused    pic 9(9).

*> ------------------------Journal Totals-----------------------------
77 entriesRead     pic 9(9) value zero.
77 entriesListed   pic 9(9) value zero.
77 allowedCount    pic 9(9) value zero.
77 refusedCount    pic 9(9) value zero.

*> ------------------------Report Lines-------------------------------
01 journalShowLine.
    02 filler pic x(1) value space.
    02 jlDate pic x(10).
    02 filler pic x(1) value space.
    02 jlTime pic x(8).
    02 filler pic x(2) value spaces.
    02 jlOperator pic x(8).
    02 filler pic x(2) value spaces.
    02 jlFunction pic x(8).
    02 filler pic x(2) value spaces.
    02 jlOutcome pic x(8).
    02 filler pic x(1) value space.
    02 jlFlag pic x(1).
    02 filler pic x(1) value space.
    02 jlArguments pic x(38).

01 operTotalLine.
    02 filler pic x(1) value space.
    02 olOperator pic x(8).
    02 filler pic x(4) value spaces.
    02 olAllowed pic zzzzzzzz9.
    02 filler pic x(4) value spaces.
    02 olRefused pic zzzzzzzz9.

01 journalCounts.
    02 jcFrom    pic 9(8).
    02 jcTo      pic 9(8).
    02 jcRead    pic zzzzzzzz9.
    02 jcListed  pic zzzzzzzz9.
    02 jcAllowed pic zzzzzzzz9.
    02 jcRefused pic zzzzzzzz9.

*> --------------------------Main Program----------------------------
procedure division.
    display "        SQRT Operations Journal Report".
    display "--------------------------------------------".

    accept commandArgs from command-line end-accept.
    unstring commandArgs delimited by all spaces
        into fromDateArg toDateArg operatorArg
    end-unstring.
    if fromDateArg(1:8) is numeric
        move fromDateArg(1:8) to fromDate
    else
        if fromDateArg is not equal to spaces
            display "USAGE: SQRTJRNL fromdate todate [operator]"
                " - NOTHING REPORTED"
            move 8 to return-code
            stop run
        end-if
        move function current-date(1:8) to fromDate
    end-if.
    if toDateArg(1:8) is numeric
        move toDateArg(1:8) to toDate
    else
        move fromDate to toDate
        if toDateArg is not equal to spaces
            if operatorArg is equal to spaces
                move toDateArg to operatorArg
            else
                display "USAGE: SQRTJRNL fromdate todate [operator]"
                    " - NOTHING REPORTED"
                move 8 to return-code
                stop run
            end-if
        end-if
    end-if.
    move operatorArg to operatorId.
    if toDate is less than fromDate
        display "TO DATE " toDate " IS BEFORE FROM DATE " fromDate
            " - NOTHING REPORTED"
        move 8 to return-code
        stop run
    end-if.

    move fromDate to jcFrom.
    move toDate to jcTo.
    display "From Date..................: " jcFrom.
    display "To Date....................: " jcTo.
    if operatorId is equal to spaces
        display "Operator...................: (all)"
    else
        display "Operator...................: " operatorId
    end-if.
    display " ".
    display " Date       Time      Operator  Function  Outcome"
        "    Arguments".

    perform LIST_JOURNAL.
    perform WRITE_TOTALS.
    stop run.

*> ------------------------Journal Listing----------------------------
LIST_JOURNAL.
    open input operJournalFile.
    if operJournalStatus is not equal to '00'
        display "  (no SQRT.OPJ on file - nothing journaled yet)"
    else
        move 1 to eofSwitch
        perform LIST_ONE_ENTRY until eofSwitch is = 0
        close operJournalFile
    end-if.

LIST_ONE_ENTRY.
    read operJournalFile into operationsJournalRecord
        at end move zero to eofSwitch
    end-read.
    if eofSwitch is not = 0
        add 1 to entriesRead
        move zero to entryDate
        if opjStamp(1:8) is numeric
            move opjStamp(1:8) to entryDate
        end-if
        if entryDate is not less than fromDate
            and entryDate is not greater than toDate
            and (operatorId is equal to spaces
                or opjOperatorId is equal to operatorId)
            perform SHOW_ONE_ENTRY
        end-if
    end-if.

SHOW_ONE_ENTRY.
    add 1 to entriesListed.
    move spaces to jlDate jlTime.
    string opjStamp(1:4) '-' opjStamp(5:2) '-' opjStamp(7:2)
        delimited by size into jlDate
    end-string.
    string opjStamp(9:2) ':' opjStamp(11:2) ':' opjStamp(13:2)
        delimited by size into jlTime
    end-string.
    if opjOperatorId is equal to spaces
        move '(none)' to jlOperator
    else
        move opjOperatorId to jlOperator
    end-if.
    move opjFunction  to jlFunction.
    move opjOutcome   to jlOutcome.
    move opjArguments to jlArguments.
    if opj-refused
        move '*' to jlFlag
        add 1 to refusedCount
    else
        move space to jlFlag
        add 1 to allowedCount
    end-if.
    display journalShowLine.
    perform COUNT_FOR_OPERATOR.

*> one totals line per operator, in the order they first appear.
COUNT_FOR_OPERATOR.
    move zero to operIndex.
    perform SCAN_OPER_TABLE
        varying operScan from 1 by 1
        until operScan is greater than operCount
        or operIndex is greater than zero.
    if operIndex is equal to zero
        if operCount is greater than or equal to operLimit
            display "OPERATOR TABLE OVERFLOW - RAISE OCCURS LIMIT"
            move 8 to return-code
            stop run
        end-if
        add 1 to operCount
        move operCount to operIndex
        move jlOperator to otOperatorId(operIndex)
        move zero to otAllowed(operIndex) otRefused(operIndex)
    end-if.
    if opj-refused
        add 1 to otRefused(operIndex)
    else
        add 1 to otAllowed(operIndex)
    end-if.

SCAN_OPER_TABLE.
    if otOperatorId(operScan) is equal to jlOperator
        move operScan to operIndex
    end-if.

*> ------------------------Totals-------------------------------------
WRITE_TOTALS.
    display " ".
    display "--------------------------------------------".
    display "              Attempts By Operator".
    display "--------------------------------------------".
    display " Operator      Allowed      Refused".
    perform WRITE_ONE_OPER_TOTAL
        varying operIndex from 1 by 1
        until operIndex is greater than operCount.
    move entriesRead   to jcRead.
    move entriesListed to jcListed.
    move allowedCount  to jcAllowed.
    move refusedCount  to jcRefused.
    display "--------------------------------------------".
    display "Journal Entries Read.......: " jcRead.
    display "Attempts In Range..........: " jcListed.
    display "Allowed....................: " jcAllowed.
    display "Refused (*)................: " jcRefused.
    display "--------------------------------------------".

WRITE_ONE_OPER_TOTAL.
    move otOperatorId(operIndex) to olOperator.
    move otAllowed(operIndex)    to olAllowed.
    move otRefused(operIndex)    to olRefused.
    display operTotalLine.
*> ------------------------------------------------------------------
