*> Shared deduction-history record layout for DEDHIST.DAT: one row
*> per employee per deduction code per pay-interface extract,
*> appended by TIME-IN-SECONDS beside the PAYHIST.DAT row for the same
*> period, carrying the amount actually withheld (after any cap at
*> gross). The graduated withholding rides here under code WTAX.
*> DEDUCTION-REMITTANCE totals the rows by code and payee and marks
*> each row remitted (R) with the remittance date, so the same
*> withholding is never paid on twice.
01 deductionHistoryRecord.
    05 dhEmployeeId PIC 9(06).
    05 dhPeriodFrom PIC 9(08).
    05 dhPeriodTo PIC 9(08).
    05 dhDeductionCode PIC X(4).
    05 dhAmount PIC 9(07)V99.
    05 dhRunDate PIC 9(08).
    05 dhRemittedFlag PIC X(1).
    05 dhRemitDate PIC 9(08).
