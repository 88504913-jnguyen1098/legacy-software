*> - detail records also carry the originating department/ticket
*>   code (four characters; spaces roll up under 'NONE') so the run
*>   can be broken down and charged back by who submitted what.
*> - the 'H' header also carries the run sequence within the cycle
*>   date: 01 (or spaces, or zeros) for the night's regular run, 02
*>   and up for intraday expedite runs cut for the same date, each
*>   of which SQRT treats as a run of its own.
*> - an ORUN control card may name the operator forcing the rerun
*>   in columns 6-13 (ovrRecord), checked against SQRT.OPA by SQRT.
*> ------------------------------------------------------------------
01 lineStruct.
    02 radicandIn      pic s9(10)v9(6) sign leading separate.
    02 ctlCheckpointInterval  pic 9(5).
    02 filler pic x(60).

01 ovrRecord redefines lineStruct.
    02 ovrIndicator           pic x(1).
    02 ovrType                pic x(4).
    02 ovrOperatorId          pic x(8).
    02 filler pic x(67).

01 bigLineStruct redefines lineStruct.
    02 bigIndicator      pic x(1).
    02 bigRadicandIn     pic s9(17)v9(6) sign leading separate.
01 hdrRecord redefines lineStruct.
    02 hdrIndicator      pic x(1).
    02 hdrCycleDate      pic 9(8).
    02 hdrRunSeq         pic 9(2).
    02 filler pic x(69).

01 trlRecord redefines lineStruct.
    02 trlIndicator      pic x(1).
