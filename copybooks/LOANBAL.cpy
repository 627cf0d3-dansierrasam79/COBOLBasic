*> interest split uses, and the date interest was last settled to.
*> Kept in one place so the payment-posting run and the payoff-quote
*> side can't drift apart on field widths.
*> When a variable-rate loan reprices, interest accrued at the old
*> rate up to the reset day is settled onto the row as unpaid accrued
*> interest and the interest-to date moves to the reset day, so the
*> next payment charges the old rate up to the reset and the new
*> rate after it. The next reset date is carried here too. Rows
*> written before these fields existed carry spaces: no accrued
*> interest, interest running from the last payment date, and the
*> first reset date from the loan book.
01 loanBalanceRecord.
    05 blLoanId PIC X(10).
    05 blBorrower PIC X(20).
    05 blPrincipalBalance PIC 9(09)V99.
    05 blAnnualRate PIC 9(02)V99.
    05 blLastPaymentDate PIC 9(08).
    05 blAccruedInterest PIC 9(07)V99.
    05 blInterestToDate PIC 9(08).
    05 blNextResetDate PIC 9(08).
