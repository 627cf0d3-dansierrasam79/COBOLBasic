*> Posting now asks the shared PERIOD-CONTROL-CHECK whether the run
*> date's fiscal period is closed and refuses to post payments into
*> a reported month; quotes and the delinquency report still run.
*> Variable-rate loans reprice in LOAN-RATE-REPRICING, which settles
*> the interest accrued at the old rate up to the reset day onto the
*> balance row. Payments and payoff quotes now charge that settled
*> interest plus interest at the current rate from the interest-to
*> date, and a payment clears both. The loan-book layout is the
*> shared LOANBOOK.cpy.
*> The payment layout moved to the shared LOANPAY.cpy so the monthly
*> LOAN-BILLING-RUN reads the same fields it is written with.
*> Only an active loan-book row seeds a balance: a loan held for
*> approval, rejected, paid off, or written off takes no payments.
IDENTIFICATION DIVISION.
PROGRAM-ID. LOAN-PAYMENT-POSTING.
ENVIRONMENT DIVISION.
FD  loanBalanceFile.
COPY "LOANBAL.cpy".
FD  loanBookFile.
COPY "LOANBOOK.cpy".
FD  loanPaymentFile.
COPY "LOANPAY.cpy".
FD  delinquencyReportFile.
01 delinquencyReportRecord PIC X(110).
FD  payoffLetterFile.
            10 btPrincipalBalance PIC 9(09)V99.
            10 btAnnualRate PIC 9(02)V99.
            10 btLastPaymentDate PIC 9(08).
            10 btAccruedInterest PIC 9(07)V99.
            10 btInterestToDate PIC 9(08).
            10 btNextResetDate PIC 9(08).
    01 balanceCount PIC 9(03) VALUE ZERO.
    01 balanceOverflow PIC X(1) VALUE "N".
    01 balanceIndex PIC 9(03).
            FUNCTION INTEGER-OF-DATE(settlementDate)
        COMPUTE daysSincePayment = settlementInteger
            - FUNCTION INTEGER-OF-DATE
                (btInterestToDate (balanceFound))
        IF daysSincePayment < ZERO
            MOVE ZERO TO daysSincePayment
        END-IF
            * (btAnnualRate (balanceFound) / 100)
            * daysSincePayment / 365
        CALL "APPLY-ROUNDING-POLICY" USING roundWorkAmount
        COMPUTE accruedInterest =
            roundWorkAmount + btAccruedInterest (balanceFound)
        PERFORM LoadRebatePercent
        COMPUTE roundWorkAmount =
            accruedInterest * (rebatePercent / 100)
    MOVE blPrincipalBalance TO btPrincipalBalance (balanceCount)
    MOVE blAnnualRate TO btAnnualRate (balanceCount)
    MOVE blLastPaymentDate TO btLastPaymentDate (balanceCount)
    IF blAccruedInterest IS NUMERIC
        MOVE blAccruedInterest TO btAccruedInterest (balanceCount)
    ELSE
        MOVE ZERO TO btAccruedInterest (balanceCount)
    END-IF
    IF blInterestToDate IS NUMERIC AND blInterestToDate > ZERO
        MOVE blInterestToDate TO btInterestToDate (balanceCount)
    ELSE
        MOVE blLastPaymentDate TO btInterestToDate (balanceCount)
    END-IF
    IF blNextResetDate IS NUMERIC
        MOVE blNextResetDate TO btNextResetDate (balanceCount)
    ELSE
        MOVE ZERO TO btNextResetDate (balanceCount)
    END-IF
    PERFORM ReadBalanceRecord.
RewriteBalanceFile.
    IF balanceOverflow = "Y"
    MOVE btAnnualRate (balanceIndex) TO blAnnualRate
    MOVE btLastPaymentDate (balanceIndex)
        TO blLastPaymentDate
    MOVE btAccruedInterest (balanceIndex) TO blAccruedInterest
    MOVE btInterestToDate (balanceIndex) TO blInterestToDate
    MOVE btNextResetDate (balanceIndex) TO blNextResetDate
    WRITE loanBalanceRecord.
FindLoanBalance.
    MOVE ZERO TO balanceFound
        AT END MOVE "Y" TO loanBookEOF
        NOT AT END
            IF lbRecordType NOT = "T"
                AND (lbLoanStatus = SPACE OR lbLoanStatus = "A")
                AND lbLoanId = keyedLoanId
                AND balanceCount < 200
                ADD 1 TO balanceCount
                MOVE lbRate TO btAnnualRate (balanceFound)
                MOVE runDate
                    TO btLastPaymentDate (balanceFound)
                MOVE ZERO TO btAccruedInterest (balanceFound)
                MOVE runDate
                    TO btInterestToDate (balanceFound)
                MOVE ZERO TO btNextResetDate (balanceFound)
                DISPLAY "Loan seeded from the loan book at "
                    "full principal."
            END-IF
        SUBTRACT principalPortion
            FROM btPrincipalBalance (balanceFound)
        MOVE runDate TO btLastPaymentDate (balanceFound)
        MOVE ZERO TO btAccruedInterest (balanceFound)
        MOVE runDate TO btInterestToDate (balanceFound)
        PERFORM AppendPaymentRecord
        ADD 1 TO paymentCount
        DISPLAY "Payment posted - interest " interestPortion
ComputeAccruedInterest.
    COMPUTE daysSincePayment = todayInteger
        - FUNCTION INTEGER-OF-DATE
            (btInterestToDate (balanceFound))
    IF daysSincePayment < ZERO
        MOVE ZERO TO daysSincePayment
    END-IF
        * (btAnnualRate (balanceFound) / 100)
        * daysSincePayment / 365
    CALL "APPLY-ROUNDING-POLICY" USING roundWorkAmount
    COMPUTE accruedInterest =
        roundWorkAmount + btAccruedInterest (balanceFound).
AppendPaymentRecord.
    OPEN EXTEND loanPaymentFile
    IF loanPaymentStatus = "05" OR loanPaymentStatus = "35"
