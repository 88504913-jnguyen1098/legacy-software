*>   'C' cube root, 'R' reciprocal square root) the record ran, or
*>   was rejected, under, followed by the originating department
*>   code it came in for.
*> - good-result lines now also end with the epsilon the answer was
*>   converged (or stored on SQRT.MST) under, so the answer-proof step
*>   (SQRTPROV) can hold each line to its own record's tolerance. The
*>   big line's column gaps narrowed to keep it inside 80 bytes;
*>   every reader splits these lines on spaces, so the columns moving
*>   doesn't matter to them.
*> - good-result lines now end with the answer's source: 'M' served
*>   from the SQRT.MST results master, 'C' computed by the run. That
*>   fills the big line to exactly 80 bytes.
*> ------------------------------------------------------------------
01 printLine.
    02 filler pic x value space.
    02 outOp pic x(1) value space.
    02 filler pic x(2) value spaces.
    02 outDept pic x(4) value spaces.
    02 filler pic x(2) value spaces.
    02 outEps pic .9(5) value zero.
    02 filler pic x(1) value space.
    02 outSource pic x(1) value space.

*> wider variant for big-radicand records; same layout, more digits.
01 bigPrintLine.
    02 filler pic x value space.
    02 bigOutZ pic z(17)9.9(6).
    02 filler pic x(2) value spaces.
    02 bigOutY pic z(17)9.9(6).
    02 filler pic x(2) value spaces.
    02 bigOutIter pic zzzz9.
    02 filler pic x(3) value spaces.
    02 bigOutOp pic x(1) value space.
    02 filler pic x(2) value spaces.
    02 bigOutDept pic x(4) value spaces.
    02 filler pic x(2) value spaces.
    02 bigOutEps pic .9(5) value zero.
    02 filler pic x(1) value space.
    02 bigOutSource pic x(1) value space.

01 rejectDetail.
    02 filler pic x value space.
