*>   isn't silently truncated in the trail (the log isn't sqrt.dat,
*>   so it isn't held to that record's 80-byte width).
*> - audit-label names the operation: SQRT OF, CBRT OF, RSQRT OF.
*> - audit-dept is the department the session signed on under
*>   (validated against SQRT.DRF), taken out of the trailing filler;
*>   entries written before sign-on carry spaces there.
*> ------------------------------------------------------------------
01 auditRecord.
    02 audit-timestamp    pic x(21) value spaces.
    02 filler             pic x(3)  value spaces.
    02 audit-label        pic x(9)  value spaces.
    02 audit-answer       pic -(19)9.9(10) value zero.
    02 audit-dept         pic x(4)  value spaces.
