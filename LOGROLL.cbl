*> in OVFLREG.DAT) are folded back into TRANSACTION.LOG, truncated,
*> and the register cleared - the other half of the no-audit-line-
*> ever-dropped contract.
*> Ends with GOBACK rather than STOP RUN so MONTH-END-CONTROLLER can
*> CALL it as the first step of the month-end close and carry on.
IDENTIFICATION DIVISION.
PROGRAM-ID. LOG-ROLLOVER.
ENVIRONMENT DIVISION.
    PERFORM RolloverOneFile VARYING rtIdx FROM 1 BY 1
        UNTIL rtIdx > rolloverCount
    DISPLAY "LOG ROLLOVER COMPLETE - " filesRolledCount " FILE(S) ARCHIVED"
    GOBACK.
MergeOverflowFiles.
    MOVE ZERO TO overflowNameCount
    MOVE "N" TO overflowRegisterEOF
