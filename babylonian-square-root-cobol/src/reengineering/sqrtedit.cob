*>   legal - they roll up under 'NONE' downstream. A missing or
*>   unreadable SQRT.DRF fails the edit outright: an unvalidated
*>   feed is exactly what this step exists to stop.
*> - a department deactivated through SQRTDREF (drfStatus 'I') now
*>   fails the record too: its entry stays on SQRT.DRF so the
*>   chargeback can still name it for the months it was active, but
*>   it can't send new work.
*> - the header's run sequence (02 and up for an intraday expedite
*>   run) must be numeric when it is given; spaces or zeros mean the
*>   regular run, 01. The sequence shows on the edit totals.

identification division.
program-id. SQRTEDIT.

01 deptRefTable.
    02 deptRefEntry occurs 100.
        03 refDeptCode   pic x(4).
        03 refDeptStatus pic x(1).

*> ------------------------Edit Report Lines--------------------------
01 errorLine.
    02 edExpHash  pic z(17)9.9(6).
    02 edErrors   pic zzzzzzzz9.
    02 edCycle    pic 9(8).
    02 edRunSeq   pic 9(2) value 01.

*> --------------------------Main Program----------------------------
procedure division.
        move 'HEADER CYCLE DATE NOT NUMERIC' to errMessage
        perform REPORT_EDIT_ERROR
    end-if.
    if hdrRunSeq is not equal to spaces
        if hdrRunSeq is numeric
            if hdrRunSeq is greater than zero
                move hdrRunSeq to edRunSeq
            end-if
        else
            move 'HEADER RUN SEQUENCE NOT NUMERIC' to errMessage
            perform REPORT_EDIT_ERROR
        end-if
    end-if.

EDIT_TRAILER_RECORD.
    add 1 to trailerCount.

*> ------------------Department Reference Check------------------------
*> a blank code is legal (it rolls up under 'NONE' downstream); any
*> non-blank code has to be on SQRT.DRF, and still active, or the
*> record fails.
CHECK_DEPT_CODE.
    if deptWork is not equal to spaces
        move zero to refIndex
                delimited by size into errMessage
            end-string
            perform REPORT_EDIT_ERROR
        else
            if refDeptStatus(refIndex) is equal to 'I'
                move spaces to errMessage
                string 'DEPT CODE ' deptWork ' DEACTIVATED'
                    delimited by size into errMessage
                end-string
                perform REPORT_EDIT_ERROR
            end-if
        end-if
    end-if.

        end-if
        add 1 to refCount
        move drfDeptCode to refDeptCode(refCount)
        move drfStatus   to refDeptStatus(refCount)
    end-if.

REPORT_RECORD_AFTER_TRAILER.
    display "              Edit Totals".
    display "--------------------------------------------".
    display "Cycle Date.................: " edCycle.
    display "Run Sequence...............: " edRunSeq.
    display "Records Read...............: " edRecords.
    display "Detail Records.............: " edDetails.
    display "Control Cards..............: " edControls.
