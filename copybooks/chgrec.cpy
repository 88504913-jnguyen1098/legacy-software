*>   for the rated billing step (SQRTBILL); usage months from before
*>   the split total less than chgGood here, and the difference is
*>   billed as unsplit good results at the square-root rate.
*> - chgChannel splits a department's usage into batch (space) and
*>   interactive sqrtbaby ('I') records; SQRTCHRG writes a
*>   department's records next to each other so SQRTBILL can put
*>   both on one invoice as separate lines.
*> ------------------------------------------------------------------
01 chargeExtract.
    02 chgMonth       pic 9(6).
    02 chgGoodS       pic 9(9).
    02 chgGoodC       pic 9(9).
    02 chgGoodR       pic 9(9).
    02 chgChannel     pic x(1).
    02 filler pic x(3).
