*> ------------------------------------------------------------------
*> - Shared SQRT.IRG invoice-register record. SQRTBILL appends one
*>   per document it issues and never rewrites the file, so the
*>   register is the permanent answer to "what did we bill this
*>   department for this month". SQRTBACK reads it back to warn when
*>   a cycle it pulls out belongs to a month already billed.
*> - irgDocNumber runs on from the highest number on the register;
*>   irgDocType is INV for a month's first invoice, CRM for a credit
*>   memo and SUP for a supplementary invoice issued on a rebill.
*>   irgAmount is always the document's own (positive) amount, so
*>   the net billed for a department and month is INV + SUP - CRM.
*> - irgAgainstNumber carries the document a CRM or SUP adjusts (the
*>   latest one on the register for that department and month); an
*>   INV carries zeros there.
*> ------------------------------------------------------------------
01 invoiceRegisterRecord.
    02 irgDocNumber     pic 9(8).
    02 filler pic x(1).
    02 irgDocType       pic x(3).
        88 irg-invoice       value 'INV'.
        88 irg-credit-memo   value 'CRM'.
        88 irg-supplementary value 'SUP'.
    02 filler pic x(1).
    02 irgMonth         pic 9(6).
    02 filler pic x(1).
    02 irgDeptCode      pic x(4).
    02 filler pic x(1).
    02 irgAmount        pic 9(11)v99.
    02 filler pic x(1).
    02 irgIssuedDate    pic 9(8).
    02 filler pic x(1).
    02 irgAgainstNumber pic 9(8).
    02 filler pic x(1).
    02 irgBillingAcct   pic x(10).
    02 filler pic x(13).
