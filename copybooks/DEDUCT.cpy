*> and advance repayments are computed on our side instead of only at
*> the bureau. Kept in one place so whoever stages or maintains the
*> master and the batch reader can't drift apart on field widths.
*> A deduction can now be flagged pre-tax (Y): pre-tax deductions
*> reduce the taxable gross the graduated withholding is computed on.
*> Rows written before the flag existed carry a space and are
*> after-tax.
01 deductionMasterRecord.
    05 ddEmployeeId PIC 9(06).
    05 ddDeductionCode PIC X(4).
    05 ddAmountOrPct PIC 9(05)V99.
    05 ddStartDate PIC 9(08).
    05 ddStopDate PIC 9(08).
    05 ddPreTaxFlag PIC X(1).
