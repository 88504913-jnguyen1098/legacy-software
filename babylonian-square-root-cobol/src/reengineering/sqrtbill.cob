*>   (chgGoodS/C/R short of chgGood) bill as an UNSPLIT line at the
*>   square-root rate, so an old month still invoices rather than
*>   silently losing the difference.
*> - every document issued now goes on the permanent SQRT.IRG invoice
*>   register (shared irgrec layout) with its own number, the month,
*>   department, amount and issue date. A month already on the
*>   register is refused with return code 8 before SQRT.INV is
*>   touched, so a rerun can no longer quietly send a second set of
*>   invoices.
*> - the operator overrides that with REBILL on the command line
*>   (after SQRTBACK has pulled a cycle and SQRTCHRG has re-extracted
*>   the month). Each department is then rated as usual and compared
*>   with its net registered amount: lower produces a credit memo for
*>   the difference, higher a supplementary invoice for the
*>   difference, and the same amount produces nothing. A department
*>   not yet on the register for the month gets its ordinary invoice.
*> - a department's interactive sqrtbaby usage (chgChannel 'I') comes
*>   in on its own extract record right after the batch one; both are
*>   rated onto the one invoice, the interactive lines under their own
*>   sub-heading, and the register compares the combined total.
*> - a rebill also credits, in full, every department on the register
*>   for the month that is no longer on the re-extract (all of its
*>   usage backed out), so its money is not left invoiced. REBILL
*>   takes the month as REBILL yyyymm, so a re-extract that came out
*>   empty can still credit the month; a month that disagrees with
*>   the extract's is refused with return code 8.
*> - a catch-up extract (month 000000, every month on file) is checked
*>   against the whole register, not only earlier catch-ups: if any
*>   month is already invoiced it is refused with return code 8 and
*>   the months named, unless REBILL is given, when each department
*>   is compared with its net across every month.
*> - the other way round, a catch-up invoice covers every month up to
*>   the month it was issued in, so billing a single month that a
*>   catch-up issued in or after it already covered is refused with
*>   return code 8, REBILL or not. The catch-up is one amount across
*>   all its months and cannot be netted against one of them; such a
*>   month is rebilled through a catch-up extract (SQRTCHRG with no
*>   month, then REBILL), which nets against every month.
*> - "Departments Invoiced" counts the departments a document was
*>   actually issued to this run, so it agrees with the SQRT.IRG
*>   entries written; a rebilled department that came out the same
*>   is counted under Unchanged instead.

identification division.
program-id. SQRTBILL.
    select invoiceFile assign to "SQRT.INV"
        organization is line sequential
        file status is invoiceStatus.
    select registerFile assign to "SQRT.IRG"
        organization is line sequential
        file status is registerStatus.

data division.
file section.
    01 rateCardLine pic x(80).
fd invoiceFile.
    01 invoiceLine pic x(100).
fd registerFile.
    01 registerLine pic x(80).

working-storage section.
77 extractStatus  pic xx value spaces.
77 rateCardStatus pic xx value spaces.
77 invoiceStatus  pic xx value spaces.
77 registerStatus pic xx value spaces.
77 eofSwitch      pic 9 value 1.

77 billArg        pic x(80) value spaces.
77 runArg         pic x(80) value spaces.
77 monthArg       pic x(80) value spaces.
77 rebillSwitch   pic x value 'N'.
    88 rebill-authorized value 'Y'.

*> shared SQRT.CHG extract record, written by SQRTCHRG
copy "chgrec.cpy".

*> shared SQRT.IRG invoice-register record, permanent, appended here
copy "irgrec.cpy".

*> ------------------------Rate Card-----------------------------------
*> one fixed-field record, maintained by accounting the same way the
*> correction cards are: per-good prices by operation, the
77 deptCount      pic 9(5) value zero.
77 extractsRead   pic 9(9) value zero.

*> ------------------------Invoice Register----------------------------
*> what the register already holds for the month being billed, netted
*> per department; the extract carries a single month, so only that
*> month's documents are kept - except for a catch-up extract, which
*> covers every month and so is netted against all of them.
77 billingMonth   pic 9(6) value zero.
77 monthFound     pic x value 'N'.
    88 billing-month-known value 'Y'.
*> a catch-up document issued in or after the month being billed
*> already covers it; the last such document is kept for the refusal.
77 catchUpSwitch  pic x value 'N'.
    88 catch-up-covers-month value 'Y'.
77 catchUpNumber  pic 9(8) value zero.
77 lastDocNumber  pic 9(8) value zero.
77 regCount       pic 9(3) value zero.
77 regLimit       pic 9(3) value 100.
77 regIndex       pic 9(3) value zero.
77 regScan        pic 9(3) value zero.
77 regDeptWork    pic x(4) value spaces.

*> the department being billed, held while its batch and interactive
*> extract records are rated.
77 billDeptCode   pic x(4) value spaces.
77 billDeptName   pic x(24) value spaces.
77 billAcct       pic x(10) value spaces.

01 registerTable.
    02 registerEntry occurs 100.
        03 regDeptCode   pic x(4).
        03 regNetAmount  pic 9(11)v99.
        03 regLastNumber pic 9(8).
        03 regBillingAcct pic x(10).
        03 regSeenSwitch pic x.
            88 reg-seen-this-run value 'Y'.

*> the months a catch-up extract would bill again, for the refusal.
77 monthCount     pic 9(3) value zero.
77 monthLimit     pic 9(3) value 120.
77 monthIndex     pic 9(3) value zero.
77 monthScan      pic 9(3) value zero.
01 invoicedMonthTable.
    02 invoicedMonth occurs 120 pic 9(6).

77 registeredNet  pic 9(11)v99 value zero.
77 documentAmount pic 9(11)v99 value zero.
77 creditTotal    pic 9(13)v99 value zero.
77 creditCount    pic 9(5) value zero.
77 supplCount     pic 9(5) value zero.
77 unchangedCount pic 9(5) value zero.

*> the rated line items are held until the department's total is
*> known, since that decides whether they print under an invoice, a
*> credit memo or a supplementary invoice. Room for the batch lines,
*> the interactive sub-heading and the interactive lines.
77 itemCount      pic 9(2) value zero.
77 itemScan       pic 9(2) value zero.
01 itemTable.
    02 itemLine occurs 14 pic x(68).

*> ------------------------Invoice Lines-------------------------------
01 invoiceHeading.
    02 invDocTitle pic x(9).
    02 invDeptCode pic x(4).
    02 filler pic x(2) value spaces.
    02 invDeptName pic x(24).
    02 filler pic x(3) value spaces.
    02 invAmount pic zzz,zzz,zz9.99.

01 invoiceSubheading.
    02 filler pic x(2) value spaces.
    02 filler pic x(32) value 'INTERACTIVE (SQRTBABY) SESSIONS'.
    02 filler pic x(34) value spaces.

01 invoiceDocumentLine.
    02 filler pic x(2) value spaces.
    02 filler pic x(13) value 'DOCUMENT NO. '.
    02 invDocNumber pic 9(8).
    02 filler pic x(2) value spaces.
    02 invAgainstLabel pic x(8).
    02 invAgainstNumber pic x(8).

01 invoiceTotalLine.
    02 filler pic x(2) value spaces.
    02 invTotalLabel pic x(26).
    02 filler pic x(26) value spaces.
    02 invTotalAmount pic zzz,zzz,zz9.99.

    02 smAcct pic x(10).
    02 filler pic x(3) value spaces.
    02 smAmount pic zzz,zzz,zz9.99.
    02 filler pic x(2) value spaces.
    02 smDocument pic x(24).

01 billingCounts.
    02 bcExtracts pic zzzzzzzz9.
    02 bcDepts    pic zzzzzzzz9.
    02 bcGrand    pic z,zzz,zzz,zz9.99.
    02 bcCredit   pic z,zzz,zzz,zz9.99.
    02 bcMemos    pic zzzzzzzz9.
    02 bcSuppl    pic zzzzzzzz9.
    02 bcSame     pic zzzzzzzz9.
    02 bcMonth    pic 9(6).

*> --------------------------Main Program----------------------------
procedure division.
    display "        SQRT Rated Billing Summary".
    display "--------------------------------------------".

    accept billArg from command-line end-accept.
    move function upper-case(billArg) to billArg.
    unstring billArg delimited by all spaces
        into runArg monthArg
    end-unstring.
    if runArg is equal to 'REBILL'
        move 'Y' to rebillSwitch
    end-if.

    perform LOAD_RATE_CARD.
    perform FIND_BILLING_MONTH.
    perform LOAD_INVOICE_REGISTER.
    perform CHECK_ALREADY_INVOICED.
    perform OPEN_FILES.
    display " ".
    display " Dept  Name                      Billing Acct"
        "        Amount Due  Document".
    move 1 to eofSwitch.
    perform READ_NEXT_EXTRACT.
    perform BILL_ONE_DEPARTMENT until eofSwitch is = 0.
    if rebill-authorized
        perform CREDIT_ONE_DROPPED_DEPT
            varying regScan from 1 by 1
            until regScan is greater than regCount
    end-if.
    perform WRITE_GRAND_TOTAL.
    close extractFile invoiceFile registerFile.
    stop run.

*> ------------------------Rate Card-----------------------------------
    move rteRejectRate to invRate.
    display "Charge Per Reject..........: " invRate.

*> ------------------------Invoice Register----------------------------
*> SQRTCHRG cuts the extract for one month, so the first department
*> record says which month this run bills.
FIND_BILLING_MONTH.
    open input extractFile.
    if extractStatus is not equal to '00'
        display "Unable to open SQRT.CHG: file status " extractStatus
        move 8 to return-code
        stop run
    end-if.
    move 1 to eofSwitch.
    perform FIND_MONTH_IN_ONE_EXTRACT
        until eofSwitch is = 0 or billing-month-known.
    close extractFile.
    if rebill-authorized
        perform APPLY_REBILL_MONTH
    end-if.
    move billingMonth to bcMonth.
    display "Billing Month..............: " bcMonth.
    if rebill-authorized
        display "Run Type...................: REBILL"
    else
        display "Run Type...................: FIRST BILLING"
    end-if.

FIND_MONTH_IN_ONE_EXTRACT.
    read extractFile into chargeExtract
        at end move zero to eofSwitch
    end-read.
    if eofSwitch is not = 0
        and chgDeptCode is not equal to spaces
        move chgMonth to billingMonth
        move 'Y' to monthFound
    end-if.

*> REBILL yyyymm names the month being rebilled; it has to agree with
*> the extract, and it is the only way to know the month when the
*> re-extract came out empty. An empty re-extract with no month is
*> refused rather than reported as a rebill that did nothing.
APPLY_REBILL_MONTH.
    if monthArg(1:6) is numeric
        if billing-month-known
            and billingMonth is not equal to monthArg(1:6)
            display "REBILL MONTH " monthArg(1:6)
                " IS NOT THE SQRT.CHG MONTH " billingMonth
            display "NOTHING BILLED"
            move 8 to return-code
            stop run
        end-if
        move monthArg(1:6) to billingMonth
        move 'Y' to monthFound
    end-if.
    if not billing-month-known
        display "SQRT.CHG HAS NO MONTH - RUN WITH REBILL yyyymm"
        display "NOTHING BILLED"
        move 8 to return-code
        stop run
    end-if.

*> a register that isn't there yet is simply empty: the first run
*> creates it.
LOAD_INVOICE_REGISTER.
    open input registerFile.
    if registerStatus is equal to '00'
        move 1 to eofSwitch
        perform LOAD_ONE_REGISTER_ENTRY until eofSwitch is = 0
        close registerFile
    else
        if registerStatus is not equal to '35'
            display "Unable to open SQRT.IRG: file status "
                registerStatus
            display "REGISTER UNREADABLE - NOTHING BILLED"
            move 8 to return-code
            stop run
        end-if
    end-if.

LOAD_ONE_REGISTER_ENTRY.
    read registerFile into invoiceRegisterRecord
        at end move zero to eofSwitch
    end-read.
    if eofSwitch is not = 0
        and irgDocNumber is numeric
        if irgDocNumber is greater than lastDocNumber
            move irgDocNumber to lastDocNumber
        end-if
        if billing-month-known
            and (irgMonth is equal to billingMonth
                or billingMonth is equal to zero)
            perform ADD_TO_REGISTER_TABLE
        else
            if billing-month-known
                and irgMonth is equal to zero
                and irgIssuedDate(1:6) is not less than billingMonth
                move 'Y' to catchUpSwitch
                move irgDocNumber to catchUpNumber
            end-if
        end-if
        if billing-month-known
            and billingMonth is equal to zero
            perform NOTE_INVOICED_MONTH
        end-if
    end-if.

ADD_TO_REGISTER_TABLE.
    move irgDeptCode to regDeptWork.
    perform FIND_REGISTER_ENTRY.
    if regIndex is equal to zero
        if regCount is greater than or equal to regLimit
            display "SQRT.IRG TABLE OVERFLOW - RAISE OCCURS LIMIT"
            move 8 to return-code
            stop run
        end-if
        add 1 to regCount
        move irgDeptCode to regDeptCode(regCount)
        move zero to regNetAmount(regCount)
        move 'N' to regSeenSwitch(regCount)
        move regCount to regIndex
    end-if.
    if irg-credit-memo
        subtract irgAmount from regNetAmount(regIndex)
    else
        add irgAmount to regNetAmount(regIndex)
    end-if.
    move irgDocNumber to regLastNumber(regIndex).
    move irgBillingAcct to regBillingAcct(regIndex).

NOTE_INVOICED_MONTH.
    move zero to monthIndex.
    perform SEARCH_MONTH_TABLE
        varying monthScan from 1 by 1
        until monthScan is greater than monthCount
        or monthIndex is greater than zero.
    if monthIndex is equal to zero
        if monthCount is greater than or equal to monthLimit
            display "SQRT.IRG MONTH TABLE OVERFLOW - RAISE OCCURS LIMIT"
            move 8 to return-code
            stop run
        end-if
        add 1 to monthCount
        move irgMonth to invoicedMonth(monthCount)
    end-if.

SEARCH_MONTH_TABLE.
    if invoicedMonth(monthScan) is equal to irgMonth
        move monthScan to monthIndex
    end-if.

FIND_REGISTER_ENTRY.
    move zero to regIndex.
    perform SEARCH_REGISTER_TABLE
        varying regScan from 1 by 1
        until regScan is greater than regCount
        or regIndex is greater than zero.

SEARCH_REGISTER_TABLE.
    if regDeptCode(regScan) is equal to regDeptWork
        move regScan to regIndex
    end-if.

*> the duplicate-billing block: refused before SQRT.INV is opened, so
*> the invoices already sent for the month are left as they were.
CHECK_ALREADY_INVOICED.
    if catch-up-covers-month
        display " "
        display "Month " billingMonth " was billed on catch-up document "
            catchUpNumber
        display "--------------------------------------------"
        display "MONTH COVERED BY A CATCH-UP - NOTHING BILLED"
        display "REBILL IT FROM AN ALL-MONTHS SQRT.CHG WITH REBILL"
        move 8 to return-code
        stop run
    end-if.
    if regCount is greater than zero
        and not rebill-authorized
        display " "
        display "Already on the invoice register for this month:"
        perform SHOW_ONE_REGISTERED_DEPT
            varying regScan from 1 by 1
            until regScan is greater than regCount
        display "--------------------------------------------"
        if billingMonth is equal to zero
            display "Months already invoiced (catch-up extract):"
            perform SHOW_ONE_INVOICED_MONTH
                varying monthScan from 1 by 1
                until monthScan is greater than monthCount
            display "--------------------------------------------"
        end-if
        display "MONTH ALREADY INVOICED - NOTHING BILLED"
        display "RUN WITH REBILL TO ISSUE CREDIT MEMOS/SUPPLEMENTS"
        move 8 to return-code
        stop run
    end-if.

SHOW_ONE_REGISTERED_DEPT.
    move regDeptCode(regScan)  to smDept.
    move spaces                to smName smAcct smDocument.
    move regNetAmount(regScan) to smAmount.
    string 'LAST DOCUMENT ' regLastNumber(regScan)
        delimited by size into smDocument
    end-string.
    display summaryLine.

SHOW_ONE_INVOICED_MONTH.
    if invoicedMonth(monthScan) is equal to zero
        display "  000000 (EARLIER CATCH-UP)"
    else
        display "  " invoicedMonth(monthScan)
    end-if.

OPEN_FILES.
    open input extractFile.
    if extractStatus is not equal to '00'
        move 8 to return-code
        stop run
    end-if.
    open extend registerFile.
    if registerStatus is not equal to '00'
        open output registerFile
    end-if.
    if registerStatus is not equal to '00'
        display "Unable to open SQRT.IRG: file status " registerStatus
        display "NO INVOICE REGISTER - NOTHING BILLED"
        move 8 to return-code
        stop run
    end-if.

*> ------------------------One Department------------------------------
*> a department's batch and interactive records arrive together, so
*> it is rated until the code on the extract changes.
BILL_ONE_DEPARTMENT.
    move chgDeptCode    to billDeptCode.
    move chgDeptName    to billDeptName.
    move chgBillingAcct to billAcct.
    move zero to deptTotal.
    move zero to itemCount.
    perform RATE_ONE_EXTRACT
        until eofSwitch is = 0
        or chgDeptCode is not equal to billDeptCode.
    perform WRITE_ONE_INVOICE.

READ_NEXT_EXTRACT.
    move spaces to chgDeptCode.
    perform READ_ONE_EXTRACT
        until eofSwitch is = 0
        or chgDeptCode is not equal to spaces.

READ_ONE_EXTRACT.
    read extractFile into chargeExtract
        at end move zero to eofSwitch
    end-read.
    if eofSwitch is not = 0
        and chgDeptCode is not equal to spaces
        add 1 to extractsRead
    end-if.

RATE_ONE_EXTRACT.
    if chgChannel is equal to 'I'
        add 1 to itemCount
        move invoiceSubheading to itemLine(itemCount)
    end-if.

    *> extracts cut before the per-operation split carry spaces in
    *> the split columns; the shortfall bills unsplit below.
    move chgRejected to lineQuantity.
    move rteRejectRate to lineRate.
    perform WRITE_ONE_LINE_ITEM.
    perform READ_NEXT_EXTRACT.

WRITE_ONE_INVOICE.
    move spaces to invoiceRegisterRecord.
    move billDeptCode to regDeptWork.
    perform FIND_REGISTER_ENTRY.
    if regIndex is equal to zero
        perform ISSUE_FIRST_INVOICE
    else
        move 'Y' to regSeenSwitch(regIndex)
        move regNetAmount(regIndex) to registeredNet
        if deptTotal is less than registeredNet
            perform ISSUE_CREDIT_MEMO
        else
            if deptTotal is greater than registeredNet
                perform ISSUE_SUPPLEMENTARY
            else
                add 1 to unchangedCount
                move zero to documentAmount
                move 'NO CHANGE - NOT ISSUED' to smDocument
            end-if
        end-if
    end-if.
    perform WRITE_SUMMARY_LINE.

*> a department on the register for the month that the rebilled
*> extract no longer carries has had all of its usage backed out;
*> what was invoiced is credited in full.
CREDIT_ONE_DROPPED_DEPT.
    if not reg-seen-this-run(regScan)
        and regNetAmount(regScan) is greater than zero
        move regScan to regIndex
        move regDeptCode(regScan)    to billDeptCode
        move 'NOT ON REBILLED EXTRACT' to billDeptName
        move regBillingAcct(regScan) to billAcct
        move regNetAmount(regScan)   to registeredNet
        move zero to deptTotal
        move 1 to itemCount
        move '  NO USAGE ON THE REBILLED EXTRACT' to itemLine(1)
        move spaces to invoiceRegisterRecord
        perform ISSUE_CREDIT_MEMO
        perform WRITE_SUMMARY_LINE
    end-if.

*> ------------------------Issue The Document--------------------------
ISSUE_FIRST_INVOICE.
    move 'INVOICE  ' to invDocTitle.
    move 'INV' to irgDocType.
    move zero to irgAgainstNumber.
    perform WRITE_DOCUMENT_HEAD.
    move 'DEPARTMENT TOTAL' to invTotalLabel.
    move deptTotal to invTotalAmount.
    write invoiceLine from invoiceTotalLine.
    move deptTotal to documentAmount.
    add deptTotal to grandTotal.
    perform FINISH_DOCUMENT.
    move spaces to smDocument.
    string 'INVOICE ' irgDocNumber delimited by size
        into smDocument
    end-string.

*> the rebilled items print for reference; only the difference from
*> what was already invoiced is credited.
ISSUE_CREDIT_MEMO.
    move 'CR MEMO  ' to invDocTitle.
    move 'CRM' to irgDocType.
    move regLastNumber(regIndex) to irgAgainstNumber.
    perform WRITE_DOCUMENT_HEAD.
    perform WRITE_REBILL_TOTALS.
    compute documentAmount = registeredNet - deptTotal.
    move 'CREDIT DUE' to invTotalLabel.
    move documentAmount to invTotalAmount.
    write invoiceLine from invoiceTotalLine.
    add documentAmount to creditTotal.
    add 1 to creditCount.
    perform FINISH_DOCUMENT.
    move spaces to smDocument.
    string 'CREDIT MEMO ' irgDocNumber delimited by size
        into smDocument
    end-string.

ISSUE_SUPPLEMENTARY.
    move 'SUPP INV ' to invDocTitle.
    move 'SUP' to irgDocType.
    move regLastNumber(regIndex) to irgAgainstNumber.
    perform WRITE_DOCUMENT_HEAD.
    perform WRITE_REBILL_TOTALS.
    compute documentAmount = deptTotal - registeredNet.
    move 'AMOUNT DUE' to invTotalLabel.
    move documentAmount to invTotalAmount.
    write invoiceLine from invoiceTotalLine.
    add documentAmount to grandTotal.
    add 1 to supplCount.
    perform FINISH_DOCUMENT.
    move spaces to smDocument.
    string 'SUPP INVOICE ' irgDocNumber delimited by size
        into smDocument
    end-string.

WRITE_DOCUMENT_HEAD.
    add 1 to lastDocNumber.
    move lastDocNumber  to irgDocNumber.
    move billDeptCode   to invDeptCode.
    move billDeptName   to invDeptName.
    move billAcct       to invAcct.
    move billingMonth   to invMonth.
    move lastDocNumber  to invDocNumber.
    if irgAgainstNumber is equal to zero
        move spaces to invAgainstLabel invAgainstNumber
    else
        move 'AGAINST ' to invAgainstLabel
        move irgAgainstNumber to invAgainstNumber
    end-if.
    write invoiceLine from invoiceRule.
    write invoiceLine from invoiceHeading.
    write invoiceLine from invoiceDocumentLine.
    write invoiceLine from invoiceRule.
    perform WRITE_ONE_HELD_ITEM
        varying itemScan from 1 by 1
        until itemScan is greater than itemCount.

WRITE_ONE_HELD_ITEM.
    write invoiceLine from itemLine(itemScan).

WRITE_REBILL_TOTALS.
    move 'REBILLED TOTAL' to invTotalLabel.
    move deptTotal to invTotalAmount.
    write invoiceLine from invoiceTotalLine.
    move 'PREVIOUSLY INVOICED' to invTotalLabel.
    move registeredNet to invTotalAmount.
    write invoiceLine from invoiceTotalLine.

*> the register entry goes down with the document it records.
FINISH_DOCUMENT.
    add 1 to deptCount.
    move spaces to invoiceLine.
    write invoiceLine.
    move billingMonth   to irgMonth.
    move billDeptCode   to irgDeptCode.
    move documentAmount to irgAmount.
    move billAcct       to irgBillingAcct.
    move function current-date(1:8) to irgIssuedDate.
    write registerLine from invoiceRegisterRecord.

*> a zero-quantity line stays off the invoice; accounting reads a
*> printed zero as a dispute waiting to happen.
        move lineQuantity to invQuantity
        move lineRate to invRate
        move lineAmount to invAmount
        add 1 to itemCount
        move invoiceDetail to itemLine(itemCount)
        add lineAmount to deptTotal
    end-if.

WRITE_SUMMARY_LINE.
    move billDeptCode   to smDept.
    move billDeptName   to smName.
    move billAcct       to smAcct.
    move documentAmount to smAmount.
    display summaryLine.

*> ------------------------Grand Total---------------------------------
    move extractsRead to bcExtracts.
    move deptCount    to bcDepts.
    move grandTotal   to bcGrand.
    move creditTotal  to bcCredit.
    move creditCount  to bcMemos.
    move supplCount   to bcSuppl.
    move unchangedCount to bcSame.
    display " ".
    display "--------------------------------------------".
    display "Extract Records Read.......: " bcExtracts.
    display "Departments Invoiced.......: " bcDepts.
    display "Grand Total Billed.........: " bcGrand.
    if rebill-authorized
        display "Supplementary Invoices.....: " bcSuppl
        display "Credit Memos...............: " bcMemos
        display "Total Credited.............: " bcCredit
        display "Unchanged, Not Reissued....: " bcSame
    end-if.
    display "--------------------------------------------".
    if deptCount is equal to zero
        and extractsRead is equal to zero
        display "NOTHING TO BILL - SQRT.CHG EMPTY"
    else
        if deptCount is equal to zero
            display "NOTHING CHANGED - NO DOCUMENTS ISSUED"
        else
            display "REVIEW COMPLETE? SQRT.INV READY TO SEND"
        end-if
    end-if.
*> ------------------------------------------------------------------
