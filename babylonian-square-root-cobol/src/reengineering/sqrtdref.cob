*> ------------------------------------------------------------------
*> -        Babylonian Square Roots - Dept Reference Upkeep         -
*> -                  Re-engineered with love. <3                   -
*> -                   by Jason Nguyen (XXXXXXXX)                    -
*> ------------------------------------------------------------------

*> - interactive maintenance for the SQRT.DRF department reference
*>   (shared deptref layout). Accounting used to edit the flat file
*>   by hand, and a billing account keyed one column to the right
*>   mis-billed two departments for a month before anyone noticed;
*>   this program keys the fields for them so the columns can't
*>   drift.
*> - the clerk chooses A to add a department, C to change one's name
*>   or billing account, D to deactivate one, L to list the file, or
*>   Q to stop.
*> - every field is validated as it is keyed and re-prompts instead
*>   of going on file: the code is one to four characters with no
*>   embedded spaces and not one of the 'NONE'/'****' roll-ups SQRT
*>   mints itself; the name is non-blank and starts in column one;
*>   the billing account is exactly ten characters with no spaces.
*>   A blank code gives up on the add, change or deactivation, so a
*>   clerk who picked the wrong action is never trapped at a prompt.
*> - entries are never deleted. Deactivation sets drfStatus to 'I'
*>   with the date, so SQRTEDIT refuses the code on new feeds while
*>   SQRTCHRG still names the department for the months it was
*>   active. A deactivated entry is shown but can't be changed.
*> - every change is appended to the SQRT.DRJ change journal with a
*>   date/time stamp, the action (ADD/CHG/DEA), and the full record
*>   as it stood before and after, and SQRT.DRF itself is rewritten
*>   straight after, so a session that dies part way loses nothing
*>   already confirmed.
*> - a missing SQRT.DRF starts an empty reference (first-time setup);
*>   any other open failure refuses the session.

identification division.
program-id. SQRTDREF.

environment division.

input-output section.
file-control.
    select deptRefFile assign to "SQRT.DRF"
        organization is line sequential
        file status is deptRefStatus.
    select journalFile assign to "SQRT.DRJ"
        organization is line sequential
        file status is journalStatus.

data division.
file section.
fd deptRefFile.
    01 deptRefLine pic x(80).
fd journalFile.
    01 journalLine pic x(180).

working-storage section.
77 deptRefStatus pic xx value spaces.
77 journalStatus pic xx value spaces.
77 eofSwitch     pic 9 value 1.

*> shared SQRT.DRF department-reference record
copy "deptref.cpy".

*> ------------------Department Reference Table------------------------
*> the whole file is held here and written back out after each
*> confirmed change, in the order it was read plus additions.
77 refCount pic 9(3) value zero.
77 refLimit pic 9(3) value 100.
77 refIndex pic 9(3) value zero.
77 refScan  pic 9(3) value zero.

01 deptRefTable.
    02 deptRefEntry occurs 100.
        03 refRecord pic x(80).

*> ------------------------Change Journal-----------------------------
*> one record per confirmed change; an add carries spaces for the
*> before image.
01 journalRecord.
    02 drjStamp       pic x(14).
    02 filler         pic x(1).
    02 drjAction      pic x(3).
    02 filler         pic x(1).
    02 drjBeforeImage pic x(80).
    02 filler         pic x(1).
    02 drjAfterImage  pic x(80).

*> ------------------------Clerk Entry Fields---------------------------
77 actionChoice  pic x value space.
77 confirmChoice pic x value space.
77 entryBuffer   pic x(40) value spaces.
77 entryLength   pic 9(3) value zero.
77 entryOkSwitch pic x value 'N'.
    88 entry-is-good value 'Y'.
77 cancelSwitch  pic x value 'N'.
    88 code-entry-cancelled value 'Y'.
77 quitSwitch    pic x value 'N'.
    88 clerk-quit value 'Y'.
77 keyedCode     pic x(4) value spaces.
77 keyedName     pic x(24) value spaces.
77 keyedAcct     pic x(10) value spaces.
77 beforeImage   pic x(80) value spaces.
77 journalAction pic x(3) value spaces.

*> ------------------------Session Totals-------------------------------
77 addedCount       pic 9(9) value zero.
77 changedCount     pic 9(9) value zero.
77 deactivatedCount pic 9(9) value zero.

01 sessionCounts.
    02 scOnFile      pic zzzzzzzz9.
    02 scAdded       pic zzzzzzzz9.
    02 scChanged     pic zzzzzzzz9.
    02 scDeactivated pic zzzzzzzz9.

*> ------------------------Entry Display--------------------------------
01 entryShowLine.
    02 filler pic x(1) value space.
    02 esCode pic x(4).
    02 filler pic x(2) value spaces.
    02 esName pic x(24).
    02 filler pic x(2) value spaces.
    02 esAcct pic x(10).
    02 filler pic x(2) value spaces.
    02 esState pic x(20).

*> --------------------------Main Program----------------------------
procedure division.
    display "~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~".
    display "~     SQRT Department Reference Maintenance      ~".
    display "~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~".

    perform LOAD_DEPT_REFERENCE.
    perform OPEN_JOURNAL.

    perform WORK_ONE_ACTION until clerk-quit.
    close journalFile.
    perform WRITE_SESSION_TOTALS.
    stop run.

*> ------------------Department Reference Load-------------------------
LOAD_DEPT_REFERENCE.
    open input deptRefFile.
    if deptRefStatus is equal to '35'
        display "SQRT.DRF not found - starting an empty reference."
    else
        if deptRefStatus is not equal to '00'
            display "Unable to open SQRT.DRF: file status "
                deptRefStatus
            display "MAINTENANCE SESSION REFUSED"
            move 8 to return-code
            stop run
        end-if
        move 1 to eofSwitch
        perform LOAD_ONE_REF_ENTRY until eofSwitch is = 0
        close deptRefFile
    end-if.

LOAD_ONE_REF_ENTRY.
    read deptRefFile into deptRefRecord
        at end move zero to eofSwitch
    end-read.
    if eofSwitch is not = 0
        and drfDeptCode is not equal to spaces
        if refCount is greater than or equal to refLimit
            display "SQRT.DRF TABLE OVERFLOW - RAISE OCCURS LIMIT"
            move 8 to return-code
            stop run
        end-if
        add 1 to refCount
        move deptRefRecord to refRecord(refCount)
    end-if.

*> the journal is permanent: appended to, created on first use.
OPEN_JOURNAL.
    open extend journalFile.
    if journalStatus is not equal to '00'
        open output journalFile
    end-if.
    if journalStatus is not equal to '00'
        display "Unable to open SQRT.DRJ: file status " journalStatus
        display "MAINTENANCE SESSION REFUSED - NO CHANGE JOURNAL"
        move 8 to return-code
        stop run
    end-if.

*> ------------------------One Action-----------------------------------
WORK_ONE_ACTION.
    move space to actionChoice.
    display " ".
    perform ASK_ACTION_ONCE
        until actionChoice is equal to 'A'
        or actionChoice is equal to 'C'
        or actionChoice is equal to 'D'
        or actionChoice is equal to 'L'
        or actionChoice is equal to 'Q'.
    if actionChoice is equal to 'A'
        perform ADD_ONE_DEPT
    else
        if actionChoice is equal to 'C'
            perform CHANGE_ONE_DEPT
        else
            if actionChoice is equal to 'D'
                perform DEACTIVATE_ONE_DEPT
            else
                if actionChoice is equal to 'L'
                    perform LIST_THE_REFERENCE
                else
                    move 'Y' to quitSwitch
                end-if
            end-if
        end-if
    end-if.

ASK_ACTION_ONCE.
    display "Add, Change, Deactivate, List, or Quit (A/C/D/L/Q): "
        with no advancing.
    accept actionChoice end-accept.
    move function upper-case(actionChoice) to actionChoice.

*> ------------------------Add A Department-----------------------------
ADD_ONE_DEPT.
    if refCount is greater than or equal to refLimit
        display "SQRT.DRF TABLE OVERFLOW - RAISE OCCURS LIMIT"
    else
        perform ENTER_NEW_CODE
        if code-entry-cancelled
            display "Nothing added."
        else
            perform ENTER_NEW_NAME
            perform ENTER_NEW_ACCT
            move spaces to deptRefRecord
            move keyedCode to drfDeptCode
            move keyedName to drfDeptName
            move keyedAcct to drfBillingAcct
            perform SHOW_PENDING_ENTRY
            perform ASK_TO_CONFIRM
            if confirmChoice is equal to 'Y'
                add 1 to refCount
                move deptRefRecord to refRecord(refCount)
                move spaces to beforeImage
                move 'ADD' to journalAction
                perform RECORD_THE_CHANGE
                add 1 to addedCount
                display "Department added."
            else
                display "Nothing added."
            end-if
        end-if
    end-if.

*> a new code must not already be on file, active or not: reusing a
*> deactivated department's code would bill its old months to the
*> new one. Blank gives up on the add.
ENTER_NEW_CODE.
    move 'N' to entryOkSwitch.
    move 'N' to cancelSwitch.
    perform ASK_NEW_CODE_ONCE until entry-is-good.

ASK_NEW_CODE_ONCE.
    perform ASK_FOR_CODE.
    if entry-is-good
        and not code-entry-cancelled
        perform FIND_KEYED_CODE
        if refIndex is greater than zero
            move 'N' to entryOkSwitch
            display "Department already on SQRT.DRF - re-try"
        end-if
    end-if.

ENTER_NEW_NAME.
    move 'N' to entryOkSwitch.
    perform ASK_NAME_ONCE until entry-is-good.

ASK_NAME_ONCE.
    display "Department name: " with no advancing.
    move spaces to entryBuffer.
    accept entryBuffer end-accept.
    perform CHECK_KEYED_NAME.

ENTER_NEW_ACCT.
    move 'N' to entryOkSwitch.
    perform ASK_ACCT_ONCE until entry-is-good.

ASK_ACCT_ONCE.
    display "Billing account (10 characters): " with no advancing.
    move spaces to entryBuffer.
    accept entryBuffer end-accept.
    perform CHECK_KEYED_ACCT.

*> ------------------------Change A Department--------------------------
*> only the name and billing account change; a different code is a
*> different department and is added, not changed.
CHANGE_ONE_DEPT.
    perform ENTER_EXISTING_CODE.
    if refIndex is greater than zero
        move refRecord(refIndex) to deptRefRecord
        move deptRefRecord to beforeImage
        perform SHOW_PENDING_ENTRY
        if drf-dept-inactive
            display "Department is deactivated - it cannot be changed."
        else
            move drfDeptName to keyedName
            move drfBillingAcct to keyedAcct
            perform ENTER_CHANGED_NAME
            perform ENTER_CHANGED_ACCT
            move keyedName to drfDeptName
            move keyedAcct to drfBillingAcct
            if deptRefRecord is equal to beforeImage
                display "No change keyed."
            else
                perform SHOW_PENDING_ENTRY
                perform ASK_TO_CONFIRM
                if confirmChoice is equal to 'Y'
                    move deptRefRecord to refRecord(refIndex)
                    move 'CHG' to journalAction
                    perform RECORD_THE_CHANGE
                    add 1 to changedCount
                    display "Department changed."
                else
                    display "Nothing changed."
                end-if
            end-if
        end-if
    end-if.

*> blank keeps what is on file.
ENTER_CHANGED_NAME.
    move 'N' to entryOkSwitch.
    perform ASK_CHANGED_NAME_ONCE until entry-is-good.

ASK_CHANGED_NAME_ONCE.
    display "Department name (blank = keep): " with no advancing.
    move spaces to entryBuffer.
    accept entryBuffer end-accept.
    if entryBuffer is equal to spaces
        move 'Y' to entryOkSwitch
    else
        perform CHECK_KEYED_NAME
    end-if.

ENTER_CHANGED_ACCT.
    move 'N' to entryOkSwitch.
    perform ASK_CHANGED_ACCT_ONCE until entry-is-good.

ASK_CHANGED_ACCT_ONCE.
    display "Billing account (blank = keep): " with no advancing.
    move spaces to entryBuffer.
    accept entryBuffer end-accept.
    if entryBuffer is equal to spaces
        move 'Y' to entryOkSwitch
    else
        perform CHECK_KEYED_ACCT
    end-if.

*> ------------------------Deactivate A Department----------------------
DEACTIVATE_ONE_DEPT.
    perform ENTER_EXISTING_CODE.
    if refIndex is greater than zero
        move refRecord(refIndex) to deptRefRecord
        move deptRefRecord to beforeImage
        perform SHOW_PENDING_ENTRY
        if drf-dept-inactive
            display "Department is already deactivated."
        else
            move 'I' to drfStatus
            move function current-date(1:8) to drfStatusDate
            perform ASK_TO_CONFIRM
            if confirmChoice is equal to 'Y'
                move deptRefRecord to refRecord(refIndex)
                move 'DEA' to journalAction
                perform RECORD_THE_CHANGE
                add 1 to deactivatedCount
                display "Department deactivated as of " drfStatusDate
                    "."
            else
                display "Nothing deactivated."
            end-if
        end-if
    end-if.

*> blank gives up on the action; anything else has to be on file.
ENTER_EXISTING_CODE.
    move zero to refIndex.
    move 'N' to entryOkSwitch.
    perform ASK_EXISTING_CODE_ONCE until entry-is-good.

ASK_EXISTING_CODE_ONCE.
    display "Department code (blank = cancel): " with no advancing.
    move spaces to entryBuffer.
    accept entryBuffer end-accept.
    if entryBuffer is equal to spaces
        move zero to refIndex
        move 'Y' to entryOkSwitch
    else
        move function upper-case(entryBuffer) to entryBuffer
        move entryBuffer(1:4) to keyedCode
        perform FIND_KEYED_CODE
        if refIndex is greater than zero
            and entryBuffer(5:) is equal to spaces
            move 'Y' to entryOkSwitch
        else
            display "Department not on SQRT.DRF - re-try"
        end-if
    end-if.

*> ------------------------Field Validation-----------------------------
*> one to four characters, no leading or embedded spaces, and not a
*> code SQRT itself uses for its roll-ups.
ASK_FOR_CODE.
    display "Department code (1-4 characters, blank = cancel): "
        with no advancing.
    move spaces to entryBuffer.
    accept entryBuffer end-accept.
    move 'N' to entryOkSwitch.
    if entryBuffer is equal to spaces
        move 'Y' to cancelSwitch
        move 'Y' to entryOkSwitch
    else
        perform CHECK_KEYED_CODE
    end-if.

CHECK_KEYED_CODE.
    move function upper-case(entryBuffer) to entryBuffer.
    perform MEASURE_ENTRY.
    if entryLength is equal to zero
        display "Code must start in the first column - re-try"
    else
        if entryLength is greater than 4
            display "Code is 1-4 characters, no spaces - re-try"
        else
            if entryBuffer(entryLength + 1:) is not equal to spaces
                display "Code is 1-4 characters, no spaces - re-try"
            else
                move entryBuffer(1:4) to keyedCode
                if keyedCode is equal to 'NONE'
                    or keyedCode is equal to '****'
                    display "NONE and **** are reserved - re-try"
                else
                    move 'Y' to entryOkSwitch
                end-if
            end-if
        end-if
    end-if.

CHECK_KEYED_NAME.
    move 'N' to entryOkSwitch.
    if entryBuffer is equal to spaces
        or entryBuffer(1:1) is equal to space
        display "Name must start in the first column - re-try"
    else
        if entryBuffer(25:) is not equal to spaces
            display "Name is at most 24 characters - re-try"
        else
            move entryBuffer(1:24) to keyedName
            move 'Y' to entryOkSwitch
        end-if
    end-if.

*> the field that mis-billed September: exactly ten characters, no
*> spaces anywhere, so a shifted or short account can't get on file.
CHECK_KEYED_ACCT.
    move function upper-case(entryBuffer) to entryBuffer.
    perform MEASURE_ENTRY.
    move 'N' to entryOkSwitch.
    if entryLength is not equal to 10
        or entryBuffer(11:) is not equal to spaces
        display "Account must be exactly 10 characters, no spaces"
            " - re-try"
    else
        move entryBuffer(1:10) to keyedAcct
        move 'Y' to entryOkSwitch
    end-if.

*> characters keyed before the first space; zero means a leading
*> space, and anything non-blank after that point is embedded.
MEASURE_ENTRY.
    move zero to entryLength.
    inspect entryBuffer tallying entryLength
        for characters before initial space.

FIND_KEYED_CODE.
    move zero to refIndex.
    perform SEARCH_REF_TABLE
        varying refScan from 1 by 1
        until refScan is greater than refCount
        or refIndex is greater than zero.

SEARCH_REF_TABLE.
    if refRecord(refScan)(1:4) is equal to keyedCode
        move refScan to refIndex
    end-if.

*> ------------------------Confirm And Record---------------------------
SHOW_PENDING_ENTRY.
    perform FORMAT_ENTRY_LINE.
    display " Code  Name                      Billing Acct  Status".
    display entryShowLine.

FORMAT_ENTRY_LINE.
    move drfDeptCode to esCode.
    move drfDeptName to esName.
    move drfBillingAcct to esAcct.
    if drf-dept-inactive
        move spaces to esState
        string 'INACTIVE ' drfStatusDate delimited by size
            into esState
        end-string
    else
        move 'ACTIVE' to esState
    end-if.

ASK_TO_CONFIRM.
    move space to confirmChoice.
    perform ASK_CONFIRM_ONCE
        until confirmChoice is equal to 'Y'
        or confirmChoice is equal to 'N'.

ASK_CONFIRM_ONCE.
    display "Put this on file (Y/N): " with no advancing.
    accept confirmChoice end-accept.
    move function upper-case(confirmChoice) to confirmChoice.

*> journal first, then the file: a journal entry with no matching
*> file change is noticed on review, the reverse never is.
RECORD_THE_CHANGE.
    move spaces to journalRecord.
    move function current-date(1:14) to drjStamp.
    move journalAction to drjAction.
    move beforeImage to drjBeforeImage.
    move deptRefRecord to drjAfterImage.
    write journalLine from journalRecord.
    if journalStatus is not equal to '00'
        display "Unable to write SQRT.DRJ: file status "
            journalStatus
        display "MAINTENANCE SESSION STOPPED - SQRT.DRF NOT UPDATED"
        move 8 to return-code
        stop run
    end-if.
    perform REWRITE_DEPT_REFERENCE.

REWRITE_DEPT_REFERENCE.
    open output deptRefFile.
    if deptRefStatus is not equal to '00'
        display "Unable to open SQRT.DRF: file status " deptRefStatus
        display "MAINTENANCE SESSION STOPPED - SEE LAST SQRT.DRJ ENTRY"
        move 8 to return-code
        stop run
    end-if.
    perform WRITE_ONE_REF_ENTRY
        varying refScan from 1 by 1
        until refScan is greater than refCount.
    close deptRefFile.

WRITE_ONE_REF_ENTRY.
    write deptRefLine from refRecord(refScan).

*> ------------------------List The Reference---------------------------
LIST_THE_REFERENCE.
    display " ".
    display " Code  Name                      Billing Acct  Status".
    perform LIST_ONE_ENTRY
        varying refScan from 1 by 1
        until refScan is greater than refCount.
    if refCount is equal to zero
        display " (no departments on file)"
    end-if.

LIST_ONE_ENTRY.
    move refRecord(refScan) to deptRefRecord.
    perform FORMAT_ENTRY_LINE.
    display entryShowLine.

*> ------------------------Session Totals-------------------------------
WRITE_SESSION_TOTALS.
    move refCount         to scOnFile.
    move addedCount       to scAdded.
    move changedCount     to scChanged.
    move deactivatedCount to scDeactivated.
    display " ".
    display "--------------------------------------------".
    display "             Session Totals".
    display "--------------------------------------------".
    display "Departments On File........: " scOnFile.
    display "Added......................: " scAdded.
    display "Changed....................: " scChanged.
    display "Deactivated................: " scDeactivated.
    display "--------------------------------------------".
    display "Changes journalled to SQRT.DRJ.".
*> ------------------------------------------------------------------
