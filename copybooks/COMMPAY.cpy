*> Shared commission-payable record layout for COMMPAY.DAT: one row
*> per salesperson per month that COMMISSION-CALCULATION found
*> commission payable for - the payroll employee ID, the salesperson,
*> the first and last day of the commission month, the amount and a
*> status byte, P (pending) until the next TIME-IN-SECONDS extract
*> carries it to the bureau as a "C" commission earnings record and
*> flips it to X (extracted), the way retro-pay adjustments ride out,
*> so commission can never be paid twice.
01 commissionPayableRecord.
    05 kpEmployeeId PIC 9(06).
    05 kpSalespersonId PIC X(4).
    05 kpPeriodFrom PIC 9(08).
    05 kpPeriodTo PIC 9(08).
    05 kpCommissionAmount PIC S9(07)V99.
    05 kpStatus PIC X(1).
