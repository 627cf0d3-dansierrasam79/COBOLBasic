*> Shared scheduled-installment layout for LOANDUE.DAT: one row per
*> loan per billing month written by LOAN-BILLING-RUN, carrying the
*> installment billed, any amount brought forward unpaid from the
*> month before, the late fee assessed on this statement, the total
*> due, the due date and the grace date. The next month's run fills in
*> what was paid by the grace date and sets the status: O open,
*> P paid in time, L late (a late fee was assessed for it).
01 loanDueRecord.
    05 ldLoanId PIC X(10).
    05 ldBillMonth PIC 9(06).
    05 ldInstallment PIC 9(07)V99.
    05 ldPastDue PIC 9(07)V99.
    05 ldLateFee PIC 9(05)V99.
    05 ldAmountDue PIC 9(07)V99.
    05 ldDueDate PIC 9(08).
    05 ldGraceDate PIC 9(08).
    05 ldPaidByGrace PIC 9(07)V99.
    05 ldStatus PIC X(1).
