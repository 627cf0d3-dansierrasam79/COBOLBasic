*> Shared nonconformance report (NCR) register record for NCRREG.DAT.
*> One row per NCR, opened automatically by NCR-OPEN when a QC
*> program flags a result out of limit: the NCR number, the date it
*> was opened and by which operator's run, the program that flagged
*> it, the batch or instrument ID, the measured value and the limit
*> it broke (with a short description of which limit). The rest is
*> filled in by NCR-MAINTENANCE as quality works the NCR: the
*> disposition (U use-as-is, R rework, S scrap), root cause,
*> corrective action, owner, and the close date. Status is O open or
*> C closed. Kept in one place so the opener, the maintenance program
*> and the aging report can't drift apart on field widths.
01 ncrRecord.
    05 nrNcrNumber PIC 9(06).
    05 nrOpenDate PIC 9(08).
    05 nrOpenedBy PIC X(08).
    05 nrSourceProgram PIC X(27).
    05 nrSourceId PIC X(10).
    05 nrMeasuredValue PIC S9(08)V9999.
    05 nrLimitValue PIC S9(08)V9999.
    05 nrLimitType PIC X(20).
    05 nrStatus PIC X(1).
    05 nrDisposition PIC X(1).
    05 nrRootCause PIC X(30).
    05 nrCorrectiveAction PIC X(40).
    05 nrOwner PIC X(08).
    05 nrCloseDate PIC 9(08).
