*> ------------------------------------------------------------------
*> - Shared SQRT.OPA operator-authorization record. Operations keeps
*>   one record per operator ID and function that operator may run;
*>   SQRTBACK, SQRTMAST, SQRTARCH and SQRT read it before doing
*>   anything destructive, and an operator/function pair not on file
*>   is refused.
*> - the functions are SQRTBACK (cycle backout), PURGE and REBUILD
*>   (SQRTMAST), SQRTARCH (month-end archive cut) and ORUN (forcing
*>   a rerun of a finished or running cycle with an ORUN card).
*> - the name is for the controls review only; nothing checks it.
*> - a '*' in column 1 is a comment, as in SQRT.JST.
*> ------------------------------------------------------------------
01 operatorAuthRecord.
    02 opaOperatorId  pic x(8).
    02 filler pic x(1).
    02 opaFunction    pic x(8).
    02 filler pic x(1).
    02 opaName        pic x(30).
    02 filler pic x(32).
