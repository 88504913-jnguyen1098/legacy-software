*> ------------------------------------------------------------------
*> - Shared SQRT.MFT merge-manifest record. The feed merge (SQRTMRGE)
*>   writes one per department code per accepted feed, saying how
*>   many detail records that feed sent for that department into the
*>   combined sqrt.dat; the distribution step (SQRTDIST) ties each
*>   department's return file back to these counts.
*> - a blank department code on a feed record is carried as 'NONE',
*>   the same way SQRT rolls it up on SQRT.OUT/SQRT.REJ, so the two
*>   sides count it under the same code.
*> - the manifest is rewritten by every merge; mftCycleDate is the
*>   merged feed's header cycle date, so a reader can tell a manifest
*>   left over from another cycle.
*> ------------------------------------------------------------------
01 manifestRecord.
    02 mftCycleDate  pic 9(8).
    02 filler        pic x(1).
    02 mftDeptCode   pic x(4).
    02 filler        pic x(1).
    02 mftDetails    pic 9(9).
    02 filler        pic x(1).
    02 mftFeedName   pic x(30).
    02 filler        pic x(26).
