*> Shared loan-payment transaction layout for LOANPAY.DAT: one row per
*> payment posted by LOAN-PAYMENT-POSTING, with the split into the
*> interest and principal parts. Read back by the monthly borrower
*> billing run for payments received and interest charged. Kept in
*> one place so the posting and billing sides can't drift apart on
*> field widths.
01 loanPaymentRecord.
    05 lpLoanId PIC X(10).
    05 lpPaymentDate PIC 9(08).
    05 lpPaymentAmount PIC 9(07)V99.
    05 lpInterestPart PIC 9(07)V99.
    05 lpPrincipalPart PIC 9(07)V99.
    05 lpOperatorId PIC X(08).
