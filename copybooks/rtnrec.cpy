*> ------------------------------------------------------------------
*> - Shared department return-file record. The distribution step
*>   (SQRTDIST) writes one return file per department code,
*>   SQRTRTN.dddd, holding that department's share of the cycle's
*>   SQRT.OUT and SQRT.REJ lines.
*> - a leading 'H' marks the header: first in the file, carrying the
*>   cycle date and the department code.
*> - 'G' marks a good-result line and 'R' a rejected one; the line
*>   itself is carried exactly as SQRT wrote it (rptrec layouts), so
*>   the department reads the same columns the batch does.
*> - a leading 'T' marks the trailer: last in the file, carrying the
*>   good, rejected and total line counts, the detail count the
*>   department's feed sent into the merge (SQRT.MFT), and whether
*>   the two agree.
*> ------------------------------------------------------------------
01 returnRecord.
    02 rtnIndicator      pic x(1).
    02 filler            pic x(1).
    02 rtnResultLine     pic x(80).
    02 filler            pic x(18).

01 returnHeader redefines returnRecord.
    02 rtnHdrIndicator   pic x(1).
    02 filler            pic x(1).
    02 rtnHdrCycleDate   pic 9(8).
    02 filler            pic x(1).
    02 rtnHdrDeptCode    pic x(4).
    02 filler            pic x(85).

01 returnTrailer redefines returnRecord.
    02 rtnTrlIndicator   pic x(1).
    02 filler            pic x(1).
    02 rtnTrlGoodCount   pic 9(9).
    02 filler            pic x(1).
    02 rtnTrlRejectCount pic 9(9).
    02 filler            pic x(1).
    02 rtnTrlTotalCount  pic 9(9).
    02 filler            pic x(1).
    02 rtnTrlFeedCount   pic 9(9).
    02 filler            pic x(1).
    02 rtnTrlBalance     pic x(14).
    02 filler            pic x(44).
