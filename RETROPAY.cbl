*> record. A summary of who is owed what goes to RETRO.RPT. A period
*> that already has an adjustment row (pending or extracted) is
*> skipped, so rerunning the detection can't double-pay anyone.
*> The PAYRATE.DAT layout now lives in the shared PAYRATE.cpy
*> copybook, now that PAY-RATE-MAINTENANCE keeps the file.
IDENTIFICATION DIVISION.
PROGRAM-ID. RETRO-PAY-ADJUSTMENT.
ENVIRONMENT DIVISION.
FD  payHistoryFile.
COPY "PAYHIST.cpy".
FD  payRateFile.
COPY "PAYRATE.cpy".
FD  retroAdjustmentFile.
COPY "RETROADJ.cpy".
FD  retroReportFile.
