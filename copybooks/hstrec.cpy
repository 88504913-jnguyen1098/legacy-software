*>   hstMaxIterations are the job-level values in effect at end of
*>   run (after any PARM control card), so convergence drift can be
*>   read against the controls that produced it.
*> - hstRunSeq is the run's sequence within its cycle date (the
*>   feed header's run sequence, 01 for the regular run). Records
*>   written before the field carry spaces there, which readers take
*>   as 01.
*> ------------------------------------------------------------------
01 runHistoryRecord.
    02 hstRunDate       pic 9(8).
    02 hstMaxIterations pic 9(5).
    02 hstHits          pic 9(9).
    02 hstMisses        pic 9(9).
    02 hstRunSeq        pic 9(2).
    02 filler pic x(10).
