*> - a department code of spaces on a feed record is still legal (it
*>   rolls up under 'NONE' downstream); the reference file only has
*>   to vouch for codes actually keyed.
*> - the file is now maintained through SQRTDREF rather than by hand;
*>   every add, change and deactivation is journalled to SQRT.DRJ.
*>   Entries are never removed: a deactivated department carries
*>   drfStatus 'I' and the date it was deactivated, so the feed edit
*>   can refuse it on new feeds while the chargeback still names it
*>   for the months it was active. Entries written before the status
*>   byte carry spaces there and read as active.
*> ------------------------------------------------------------------
01 deptRefRecord.
    02 drfDeptCode     pic x(4).
    02 drfDeptName     pic x(24).
    02 drfBillingAcct  pic x(10).
    02 drfStatus       pic x(1).
        88 drf-dept-inactive value 'I'.
    02 drfStatusDate   pic x(8).
    02 filler pic x(33).
