*> ------------------------------------------------------------------
*> - Shared SQRT.CAT generation-catalog record. SQRTGENS keeps each
*>   completed run's sqrt.dat, SQRT.OUT and SQRT.REJ as a dated
*>   generation and catalogs it here; the downstream readers
*>   (SQRTRECN, SQRTDAY, SQRTEXTR, SQRTCOMP, SQRTRCYC, SQRTCENT) look
*>   a cycle date up here to find the generation to read.
*> - a generation's files are SQRTDAT.Gyyyymmddnn, SQRTOUT.Gyyyymmddnn
*>   and SQRTREJ.Gyyyymmddnn: the cycle date and the run sequence, so
*>   an intraday expedite run keeps a generation of its own.
*> - the first record ('L') carries the retention limit, the number
*>   of generations the catalog keeps, and the date it was last set;
*>   past that the oldest generations roll off. Every other record
*>   ('G') is one generation: its cycle date and run sequence, the
*>   record count of each of its three files, and the day it was
*>   kept.
*> ------------------------------------------------------------------
01 catalogRecord.
    02 catRecType     pic x(1).
        88 cat-limit      value 'L'.
        88 cat-generation value 'G'.
    02 catCycleDate   pic 9(8).
    02 filler pic x(1).
    02 catRunSeq      pic 9(2).
    02 filler pic x(1).
    02 catDatCount    pic 9(9).
    02 filler pic x(1).
    02 catOutCount    pic 9(9).
    02 filler pic x(1).
    02 catRejCount    pic 9(9).
    02 filler pic x(1).
    02 catKeptDate    pic 9(8).
    02 filler pic x(29).

01 catalogLimitRecord redefines catalogRecord.
    02 catLimitType    pic x(1).
    02 catRetainLimit  pic 9(3).
    02 filler pic x(1).
    02 catLimitSetDate pic 9(8).
    02 filler pic x(67).
