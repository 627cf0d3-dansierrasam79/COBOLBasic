*> Shared pay-rate master record layout for PAYRATE.DAT: one row per
*> employee per effective-from date, carrying the regular hourly rate
*> and the overtime multiplier; the row with the latest effective
*> date on or before the date being priced applies. Read by the
*> payroll extract, the job-labor posting and the retro-pay
*> detection, and now kept by PAY-RATE-MAINTENANCE through the
*> CHGPEND.DAT approval step, so the layout is kept in one place.
01 payRateRecord.
    05 prEmployeeId PIC 9(06).
    05 prRegularRate PIC 9(03)V99.
    05 prOvertimeMultiplier PIC 9V99.
    05 prEffectiveDate PIC 9(08).
