*> ------------------------------------------------------------------
*> - Shared SQRT.OPJ operations-journal record. Every attempt at an
*>   authorized function (see the oparec copybook), allowed or
*>   refused, is appended here by the program that was asked to run
*>   it, before it does anything else; SQRTJRNL reports it for the
*>   quarterly controls review.
*> - the stamp is yyyymmddhhmmss. The operator is as given (spaces
*>   when none was); the outcome is ALLOWED or REFUSED. The arguments
*>   are the function's command line (for ORUN, the cycle date and
*>   run sequence being forced), cut to fit.
*> - the journal is appended to, never rewritten.
*> ------------------------------------------------------------------
01 operationsJournalRecord.
    02 opjStamp       pic x(14).
    02 filler pic x(1).
    02 opjOperatorId  pic x(8).
    02 filler pic x(1).
    02 opjFunction    pic x(8).
    02 filler pic x(1).
    02 opjOutcome     pic x(8).
        88 opj-allowed value 'ALLOWED'.
        88 opj-refused value 'REFUSED'.
    02 filler pic x(1).
    02 opjArguments   pic x(38).
