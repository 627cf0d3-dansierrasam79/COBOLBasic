*> Shared dispute evidence record for DISPEVID.DAT: one row per
*> transaction-log entry attached to a case on DISPCASE.DAT. The
*> entry is found by its program ID and timestamp - as printed on
*> TRAN-LOG-INQUIRY's report - in TRANSACTION.LOG or the monthly
*> TRANHISTyyyymm.LOG archive for that timestamp, and the whole
*> tranLogLine image is copied here, so the evidence survives
*> LOG-ROLLOVER and the annual purge of the history it came from.
*> Written by DISPUTE-CASE-MAINT and counted by DISPUTE-CASE-REPORT.
01 disputeEvidenceRecord.
    05 deCaseNumber PIC 9(06).
    05 deAttachedDate PIC 9(08).
    05 deAttachedBy PIC X(08).
    05 deSourceFile PIC X(20).
    05 deLogImage PIC X(134).
    05 deLogFields REDEFINES deLogImage.
        10 deProgramId PIC X(27).
        10 FILLER PIC X(1).
        10 deTimestamp PIC X(26).
        10 FILLER PIC X(80).
