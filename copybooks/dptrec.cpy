*>   differently from a square root. Records written before the
*>   split carry spaces there; readers treat non-numeric as zero
*>   and bill those months on the unsplit figures.
*> - dptChannel says where the usage came from: space for a SQRT
*>   batch run (and every record written before the field), 'I' for
*>   an interactive sqrtbaby session, which posts one record per
*>   session dated the day it ran. Interactive records belong to no
*>   cycle, so the cycle-level readers (SQRTMON, SQRTBACK) pass over
*>   them; the chargeback bills them on their own line.
*> - dptRunSeq is the batch run's sequence within its cycle date, so
*>   an intraday expedite run's usage stays apart from the night's
*>   run for the same date. Spaces (records written before the field,
*>   and interactive records) are taken as 01.
*> ------------------------------------------------------------------
01 deptUsageRecord.
    02 dptRunDate     pic 9(8).
    02 dptGoodS       pic 9(9).
    02 dptGoodC       pic 9(9).
    02 dptGoodR       pic 9(9).
    02 dptChannel     pic x(1).
    02 dptRunSeq      pic 9(2).
    02 filler pic x(2).
