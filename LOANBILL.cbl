*> Monthly borrower billing. LOAN-PAYMENT-POSTING records what
*> borrowers pay, but nobody ever told a borrower what they owed, so
*> "delinquent" only meant "we have not heard from them". This run
*> bills every active loan on LOANBOOK.DAT for a keyed month (blank for
*> the current month). The scheduled installment is the loan's total
*> repayable over its term - principal plus interest worked the way
*> COMPUTE-AMOUNT works it, simple or compound by the loan's flag, at
*> the rate now in force on LOANBAL.DAT - spread evenly over the
*> months of the term, and never more than the balance plus interest
*> still owed. Each loan gets a due-installment row on LOANDUE.DAT
*> (shared layout LOANDUE.cpy) and a statement on LOANSTMT.RPT with
*> the opening balance, payments received and interest charged in the
*> month (from LOANPAY.DAT), the closing balance, the installment due
*> and its due date. Last month's row is then checked: once its grace
*> date has passed, a total not covered by payments received between
*> the start of this month and the grace date is marked late, the
*> shortfall is brought forward onto this month's bill and the late
*> fee is added to it. The due day, grace days and late fee come from
*> the LOAN-BILLING row in CTLLIMIT.DAT (value 1 = due day of the
*> month after the billing month, value 2 = grace days, value 3 = late
*> fee; defaults 15, 10 and 25.00). Billing a month again replaces
*> that month's rows. The run is refused when the balance, loan book
*> or due file is larger than its work table.
IDENTIFICATION DIVISION.
PROGRAM-ID. LOAN-BILLING-RUN.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT loanBalanceFile ASSIGN TO "LOANBAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS loanBalanceStatus.
    SELECT loanBookFile ASSIGN TO "LOANBOOK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS loanBookStatus.
    SELECT loanPaymentFile ASSIGN TO "LOANPAY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS loanPaymentStatus.
    SELECT loanDueFile ASSIGN TO "LOANDUE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS loanDueStatus.
    SELECT ctlLimitFile ASSIGN TO "CTLLIMIT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ctlLimitFileStatus.
    SELECT statementFile ASSIGN TO "LOANSTMT.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  loanBalanceFile.
COPY "LOANBAL.cpy".
FD  loanBookFile.
COPY "LOANBOOK.cpy".
FD  loanPaymentFile.
COPY "LOANPAY.cpy".
FD  loanDueFile.
COPY "LOANDUE.cpy".
FD  ctlLimitFile.
COPY "CTLLIMIT.cpy".
FD  statementFile.
01 statementRecord PIC X(80).
WORKING-STORAGE SECTION.
    01 loanBalanceStatus PIC X(2) VALUE "00".
    01 loanBookStatus PIC X(2) VALUE "00".
    01 loanPaymentStatus PIC X(2) VALUE "00".
    01 loanDueStatus PIC X(2) VALUE "00".
    01 ctlLimitFileStatus PIC X(2) VALUE "00".
    01 loanBalanceEOF PIC X(1) VALUE "N".
    01 loanBookEOF PIC X(1) VALUE "N".
    01 loanPaymentEOF PIC X(1) VALUE "N".
    01 loanDueEOF PIC X(1) VALUE "N".
    01 ctlLimitEOF PIC X(1) VALUE "N".
    01 ctlRunDate PIC 9(08).
    01 ctlBestEffectiveDate PIC 9(08) VALUE ZERO.
    01 ctlRowFound PIC X(1) VALUE "N".
    01 dueDay PIC 9(02) VALUE 15.
    01 graceDays PIC 9(03) VALUE 10.
    01 lateFeeAmount PIC 9(05)V99 VALUE 25.00.
    01 balanceTable.
        05 balanceEntry OCCURS 200 TIMES.
            10 btLoanId PIC X(10).
            10 btPrincipalBalance PIC 9(09)V99.
            10 btAnnualRate PIC 9(02)V99.
            10 btAccruedInterest PIC 9(07)V99.
            10 btInterestToDate PIC 9(08).
    01 balanceCount PIC 9(03) VALUE ZERO.
    01 balanceIndex PIC 9(03).
    01 balanceFound PIC 9(03).
    01 balanceOverflow PIC X(1) VALUE "N".
    01 loanTable.
        05 loanEntry OCCURS 200 TIMES.
            10 lnLoanId PIC X(10).
            10 lnBorrower PIC X(20).
            10 lnPrincipal PIC 9(06)V99.
            10 lnRate PIC 9(02)V99.
            10 lnTermYears PIC 9(03).
            10 lnInterestFlag PIC X(1).
            10 lnBalance PIC 9(09)V99.
            10 lnAccruedInterest PIC 9(07)V99.
            10 lnInterestToDate PIC 9(08).
            10 lnPaidInMonth PIC 9(09)V99.
            10 lnInterestInMonth PIC 9(09)V99.
            10 lnPrincipalFromStart PIC 9(09)V99.
            10 lnPrincipalAfterEnd PIC 9(09)V99.
            10 lnPaidInGrace PIC 9(09)V99.
            10 lnPreviousDue PIC 9(04).
    01 loanCount PIC 9(03) VALUE ZERO.
    01 loanIndex PIC 9(03).
    01 loanFound PIC 9(03).
    01 loanOverflow PIC X(1) VALUE "N".
    01 dueTable.
        05 dueEntry OCCURS 2000 TIMES.
            10 dtLoanId PIC X(10).
            10 dtBillMonth PIC 9(06).
            10 dtInstallment PIC 9(07)V99.
            10 dtPastDue PIC 9(07)V99.
            10 dtLateFee PIC 9(05)V99.
            10 dtAmountDue PIC 9(07)V99.
            10 dtDueDate PIC 9(08).
            10 dtGraceDate PIC 9(08).
            10 dtPaidByGrace PIC 9(07)V99.
            10 dtStatus PIC X(1).
    01 dueCount PIC 9(04) VALUE ZERO.
    01 dueIndex PIC 9(04).
    01 dueFound PIC 9(04).
    01 dueOverflow PIC X(1) VALUE "N".
    01 keyedMonthText PIC X(06).
    01 billMonth PIC 9(06).
    01 billMonthNumber PIC 9(02).
    01 previousMonth PIC 9(06).
    01 monthStartDate PIC 9(08).
    01 monthEndDate PIC 9(08).
    01 nextMonthStart PIC 9(08).
    01 dueDate PIC 9(08).
    01 graceDate PIC 9(08).
    01 runDate PIC 9(08).
    01 totalRepayable PIC 9(09)V99.
    01 termMonths PIC 9(04).
    01 installmentAmount PIC 9(07)V99.
    01 pastDueAmount PIC 9(07)V99.
    01 assessedLateFee PIC 9(05)V99.
    01 amountDue PIC 9(07)V99.
    01 unpaidInterest PIC 9(07)V99.
    01 interestCharged PIC 9(09)V99.
    01 owedToDate PIC 9(09)V99.
    01 openingBalance PIC 9(09)V99.
    01 closingBalance PIC 9(09)V99.
    01 accrualDays PIC S9(05).
    01 roundWorkAmount PIC S9(09)V9(04).
    01 billedCount PIC 9(03) VALUE ZERO.
    01 lateCount PIC 9(03) VALUE ZERO.
    01 skippedCount PIC 9(03) VALUE ZERO.
    01 statementBlankLine PIC X(80) VALUE SPACES.
    01 statementRuleLine PIC X(60) VALUE ALL "-".
    01 statementHeadLine.
        05 FILLER PIC X(27) VALUE "BORROWER STATEMENT - MONTH ".
        05 shlBillMonth PIC 9999/99.
        05 FILLER PIC X(11) VALUE "   PRINTED ".
        05 shlRunDate PIC 9999/99/99.
    01 statementNameLine.
        05 FILLER PIC X(6) VALUE "LOAN: ".
        05 snlLoanId PIC X(10).
        05 FILLER PIC X(1) VALUE " ".
        05 snlBorrower PIC X(20).
        05 FILLER PIC X(8) VALUE "  RATE: ".
        05 snlRate PIC Z9.99.
    01 statementAmountLine.
        05 salLabel PIC X(28).
        05 salAmount PIC $$$,$$$,$$9.99.
    01 statementDueLine.
        05 FILLER PIC X(28) VALUE "TOTAL AMOUNT DUE:".
        05 sdlAmountDue PIC $$$,$$$,$$9.99.
        05 FILLER PIC X(4) VALUE " BY ".
        05 sdlDueDate PIC 9999/99/99.
    01 statementGraceLine.
        05 FILLER PIC X(24)
            VALUE "NOT RECEIVED IN FULL BY ".
        05 sglGraceDate PIC 9999/99/99.
        05 FILLER PIC X(17) VALUE " INCURS A FEE OF ".
        05 sglLateFee PIC $$,$$9.99.
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27) VALUE "LOAN-BILLING-RUN".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "LOAN-BILLING-RUN", operatorId
    ACCEPT runDate FROM DATE YYYYMMDD
    MOVE runDate TO ctlRunDate
    DISPLAY "Billing month YYYYMM (blank for this month): "
    ACCEPT keyedMonthText
    IF keyedMonthText = SPACES
        MOVE runDate (1:6) TO billMonth
    ELSE
    IF keyedMonthText IS NUMERIC
        MOVE keyedMonthText TO billMonth
    ELSE
        MOVE ZERO TO billMonth
    END-IF
    END-IF
    MOVE billMonth (5:2) TO billMonthNumber
    MOVE SPACES TO tlInputs
    STRING "LOAN BILLING " DELIMITED BY SIZE
        billMonth DELIMITED BY SIZE
        INTO tlInputs
    END-STRING
    IF billMonthNumber < 1 OR billMonthNumber > 12
        DISPLAY "Billing month must be YYYYMM - run refused."
        MOVE "REJECTED" TO logRunStatus
        MOVE "BAD MONTH" TO tlResultOut
    ELSE
        PERFORM LoadBillingControl
        PERFORM SetBillingDates
        PERFORM LoadBalanceFile
        PERFORM LoadLoanBook
        PERFORM LoadDueFile
        IF balanceOverflow = "Y" OR loanOverflow = "Y"
            OR dueOverflow = "Y"
            DISPLAY "LOANBAL.DAT, LOANBOOK.DAT OR LOANDUE.DAT "
                "OVERFLOWS THE WORK TABLE - BILLING REFUSED"
            MOVE "REJECTED" TO logRunStatus
            MOVE "OVERFLOW" TO tlResultOut
        ELSE
            PERFORM FindPreviousDueRows
            PERFORM AccumulatePayments
            OPEN OUTPUT statementFile
            PERFORM BillOneLoan
                VARYING loanIndex FROM 1 BY 1
                UNTIL loanIndex > loanCount
            CLOSE statementFile
            PERFORM RewriteDueFile
            DISPLAY billedCount " statement(s) on LOANSTMT.RPT, "
                lateCount " late fee(s) assessed, "
                skippedCount " loan(s) not billed."
            MOVE SPACES TO tlResultOut
            STRING "BILLED=" DELIMITED BY SIZE
                billedCount DELIMITED BY SIZE
                " LATE=" DELIMITED BY SIZE
                lateCount DELIMITED BY SIZE
                INTO tlResultOut
            END-STRING
        END-IF
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
LoadBillingControl.
    MOVE "N" TO ctlLimitEOF
    OPEN INPUT ctlLimitFile
    IF ctlLimitFileStatus = "00"
        PERFORM FindBillingRow UNTIL ctlLimitEOF = "Y"
        CLOSE ctlLimitFile
    END-IF
    IF dueDay < 1 OR dueDay > 28
        MOVE 15 TO dueDay
    END-IF.
FindBillingRow.
    READ ctlLimitFile
        AT END MOVE "Y" TO ctlLimitEOF
        NOT AT END
            IF CTL-EFFECTIVE-DATE IS NOT NUMERIC
                MOVE ZERO TO CTL-EFFECTIVE-DATE
            END-IF
            IF CTL-CHECK-NAME = "LOAN-BILLING"
                AND CTL-EFFECTIVE-DATE <= ctlRunDate
                AND (ctlRowFound = "N"
                    OR CTL-EFFECTIVE-DATE >= ctlBestEffectiveDate)
                MOVE CTL-LIMIT-VALUE-1 TO dueDay
                MOVE CTL-LIMIT-VALUE-2 TO graceDays
                MOVE CTL-LIMIT-VALUE-3 TO lateFeeAmount
                MOVE CTL-EFFECTIVE-DATE TO ctlBestEffectiveDate
                MOVE "Y" TO ctlRowFound
            END-IF
    END-READ.
SetBillingDates.
    COMPUTE monthStartDate = billMonth * 100 + 1
    IF billMonthNumber = 12
        COMPUTE nextMonthStart = (billMonth + 89) * 100 + 1
    ELSE
        COMPUTE nextMonthStart = (billMonth + 1) * 100 + 1
    END-IF
    IF billMonthNumber = 1
        COMPUTE previousMonth = billMonth - 89
    ELSE
        COMPUTE previousMonth = billMonth - 1
    END-IF
    COMPUTE monthEndDate = FUNCTION DATE-OF-INTEGER
        (FUNCTION INTEGER-OF-DATE(nextMonthStart) - 1)
    COMPUTE dueDate = nextMonthStart + dueDay - 1
    COMPUTE graceDate = FUNCTION DATE-OF-INTEGER
        (FUNCTION INTEGER-OF-DATE(dueDate) + graceDays).
LoadBalanceFile.
    MOVE ZERO TO balanceCount
    MOVE "N" TO loanBalanceEOF
    OPEN INPUT loanBalanceFile
    IF loanBalanceStatus = "00"
        PERFORM ReadBalanceRecord
        PERFORM AddBalanceEntry
            UNTIL loanBalanceEOF = "Y" OR balanceCount = 200
        IF loanBalanceEOF NOT = "Y"
            MOVE "Y" TO balanceOverflow
        END-IF
        CLOSE loanBalanceFile
    END-IF.
ReadBalanceRecord.
    READ loanBalanceFile
        AT END MOVE "Y" TO loanBalanceEOF
    END-READ.
AddBalanceEntry.
    ADD 1 TO balanceCount
    MOVE blLoanId TO btLoanId (balanceCount)
    MOVE blPrincipalBalance TO btPrincipalBalance (balanceCount)
    MOVE blAnnualRate TO btAnnualRate (balanceCount)
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
    PERFORM ReadBalanceRecord.
LoadLoanBook.
    MOVE ZERO TO loanCount
    MOVE "N" TO loanBookEOF
    OPEN INPUT loanBookFile
    IF loanBookStatus = "00"
        PERFORM TakeOneLoanBookRow
            UNTIL loanBookEOF = "Y" OR loanOverflow = "Y"
        CLOSE loanBookFile
    ELSE
        DISPLAY "LOANBOOK.DAT not available - nothing to bill."
    END-IF.
TakeOneLoanBookRow.
    READ loanBookFile
        AT END MOVE "Y" TO loanBookEOF
        NOT AT END
            IF lbRecordType NOT = "T"
                AND (lbLoanStatus = SPACE OR lbLoanStatus = "A")
                IF loanCount = 200
                    MOVE "Y" TO loanOverflow
                ELSE
                    PERFORM AddLoanEntry
                END-IF
            END-IF
    END-READ.
AddLoanEntry.
    ADD 1 TO loanCount
    MOVE lbLoanId TO lnLoanId (loanCount)
    MOVE lbBorrower TO lnBorrower (loanCount)
    MOVE lbPrincipal TO lnPrincipal (loanCount)
    MOVE lbTermYears TO lnTermYears (loanCount)
    MOVE lbInterestFlag TO lnInterestFlag (loanCount)
    MOVE ZERO TO lnPaidInMonth (loanCount)
    MOVE ZERO TO lnInterestInMonth (loanCount)
    MOVE ZERO TO lnPrincipalFromStart (loanCount)
    MOVE ZERO TO lnPrincipalAfterEnd (loanCount)
    MOVE ZERO TO lnPaidInGrace (loanCount)
    MOVE ZERO TO lnPreviousDue (loanCount)
    MOVE ZERO TO balanceFound
    PERFORM MatchOneBalance
        VARYING balanceIndex FROM 1 BY 1
        UNTIL balanceIndex > balanceCount OR balanceFound > ZERO
    IF balanceFound > ZERO
        MOVE btAnnualRate (balanceFound) TO lnRate (loanCount)
        MOVE btPrincipalBalance (balanceFound)
            TO lnBalance (loanCount)
        MOVE btAccruedInterest (balanceFound)
            TO lnAccruedInterest (loanCount)
        MOVE btInterestToDate (balanceFound)
            TO lnInterestToDate (loanCount)
    ELSE
        MOVE lbRate TO lnRate (loanCount)
        MOVE lbPrincipal TO lnBalance (loanCount)
        MOVE ZERO TO lnAccruedInterest (loanCount)
        MOVE monthEndDate TO lnInterestToDate (loanCount)
    END-IF.
MatchOneBalance.
    IF btLoanId (balanceIndex) = lbLoanId
        MOVE balanceIndex TO balanceFound
    END-IF.
LoadDueFile.
    MOVE ZERO TO dueCount
    MOVE "N" TO loanDueEOF
    OPEN INPUT loanDueFile
    IF loanDueStatus = "00"
        PERFORM ReadDueRecord
        PERFORM AddDueEntry
            UNTIL loanDueEOF = "Y" OR dueCount = 2000
        IF loanDueEOF NOT = "Y"
            MOVE "Y" TO dueOverflow
        END-IF
        CLOSE loanDueFile
    END-IF.
ReadDueRecord.
    READ loanDueFile
        AT END MOVE "Y" TO loanDueEOF
    END-READ.
AddDueEntry.
    ADD 1 TO dueCount
    MOVE loanDueRecord TO dueEntry (dueCount)
    PERFORM ReadDueRecord.
RewriteDueFile.
    OPEN OUTPUT loanDueFile
    PERFORM WriteOneDueRecord
        VARYING dueIndex FROM 1 BY 1
        UNTIL dueIndex > dueCount
    CLOSE loanDueFile.
WriteOneDueRecord.
    MOVE dueEntry (dueIndex) TO loanDueRecord
    WRITE loanDueRecord.
FindPreviousDueRows.
    PERFORM MatchPreviousDueRow
        VARYING dueIndex FROM 1 BY 1
        UNTIL dueIndex > dueCount.
MatchPreviousDueRow.
    IF dtBillMonth (dueIndex) = previousMonth
        PERFORM FindDueLoan
        IF loanFound > ZERO
            MOVE dueIndex TO lnPreviousDue (loanFound)
        END-IF
    END-IF.
FindDueLoan.
    MOVE ZERO TO loanFound
    PERFORM MatchDueLoan
        VARYING loanIndex FROM 1 BY 1
        UNTIL loanIndex > loanCount OR loanFound > ZERO.
MatchDueLoan.
    IF lnLoanId (loanIndex) = dtLoanId (dueIndex)
        MOVE loanIndex TO loanFound
    END-IF.
AccumulatePayments.
    MOVE "N" TO loanPaymentEOF
    OPEN INPUT loanPaymentFile
    IF loanPaymentStatus = "00"
        PERFORM TakeOnePayment UNTIL loanPaymentEOF = "Y"
        CLOSE loanPaymentFile
    END-IF.
TakeOnePayment.
    READ loanPaymentFile
        AT END MOVE "Y" TO loanPaymentEOF
        NOT AT END
            IF lpPaymentDate >= monthStartDate
                PERFORM PostPaymentToLoan
            END-IF
    END-READ.
PostPaymentToLoan.
    MOVE ZERO TO loanFound
    PERFORM MatchPaymentLoan
        VARYING loanIndex FROM 1 BY 1
        UNTIL loanIndex > loanCount OR loanFound > ZERO
    IF loanFound > ZERO
        ADD lpPrincipalPart TO lnPrincipalFromStart (loanFound)
        IF lpPaymentDate > monthEndDate
            ADD lpPrincipalPart TO lnPrincipalAfterEnd (loanFound)
        ELSE
            ADD lpPaymentAmount TO lnPaidInMonth (loanFound)
            ADD lpInterestPart TO lnInterestInMonth (loanFound)
        END-IF
        IF lnPreviousDue (loanFound) > ZERO
            IF lpPaymentDate
                <= dtGraceDate (lnPreviousDue (loanFound))
                ADD lpPaymentAmount TO lnPaidInGrace (loanFound)
            END-IF
        END-IF
    END-IF.
MatchPaymentLoan.
    IF lnLoanId (loanIndex) = lpLoanId
        MOVE loanIndex TO loanFound
    END-IF.
BillOneLoan.
    IF lnTermYears (loanIndex) IS NOT NUMERIC
        OR lnTermYears (loanIndex) = ZERO
        DISPLAY "Loan " lnLoanId (loanIndex)
            " has no term on the loan book - not billed."
        ADD 1 TO skippedCount
    ELSE
    IF lnBalance (loanIndex) = ZERO
        AND lnAccruedInterest (loanIndex) = ZERO
        CONTINUE
    ELSE
        PERFORM AssessPreviousDue
        PERFORM ComputeInstallment
        PERFORM ComputeStatementFigures
        PERFORM StoreDueRow
        PERFORM WriteStatement
        ADD 1 TO billedCount
    END-IF
    END-IF.
AssessPreviousDue.
    MOVE ZERO TO pastDueAmount
    MOVE ZERO TO assessedLateFee
    MOVE lnPreviousDue (loanIndex) TO dueFound
    IF dueFound > ZERO
        MOVE lnPaidInGrace (loanIndex) TO dtPaidByGrace (dueFound)
        IF runDate > dtGraceDate (dueFound)
            IF lnPaidInGrace (loanIndex) >= dtAmountDue (dueFound)
                MOVE "P" TO dtStatus (dueFound)
            ELSE
                MOVE "L" TO dtStatus (dueFound)
                COMPUTE pastDueAmount = dtAmountDue (dueFound)
                    - lnPaidInGrace (loanIndex)
                MOVE lateFeeAmount TO assessedLateFee
                ADD 1 TO lateCount
            END-IF
        ELSE
            MOVE "O" TO dtStatus (dueFound)
        END-IF
    END-IF.
ComputeInstallment.
    COMPUTE termMonths = lnTermYears (loanIndex) * 12
    IF lnInterestFlag (loanIndex) = "C"
        OR lnInterestFlag (loanIndex) = "c"
        COMPUTE roundWorkAmount = lnPrincipal (loanIndex)
            * ((1 + (lnRate (loanIndex) / 100))
                ** lnTermYears (loanIndex))
    ELSE
        COMPUTE roundWorkAmount = lnPrincipal (loanIndex)
            + (lnPrincipal (loanIndex) * lnRate (loanIndex)
                * lnTermYears (loanIndex)) / 100
    END-IF
    CALL "APPLY-ROUNDING-POLICY" USING roundWorkAmount
    MOVE roundWorkAmount TO totalRepayable
    COMPUTE roundWorkAmount = totalRepayable / termMonths
    CALL "APPLY-ROUNDING-POLICY" USING roundWorkAmount
    MOVE roundWorkAmount TO installmentAmount.
ComputeStatementFigures.
    MOVE ZERO TO unpaidInterest
    COMPUTE accrualDays = FUNCTION INTEGER-OF-DATE(monthEndDate)
        - FUNCTION INTEGER-OF-DATE(lnInterestToDate (loanIndex))
    IF accrualDays > ZERO
        COMPUTE roundWorkAmount = lnBalance (loanIndex)
            * (lnRate (loanIndex) / 100) * accrualDays / 365
        CALL "APPLY-ROUNDING-POLICY" USING roundWorkAmount
        MOVE roundWorkAmount TO unpaidInterest
    END-IF
    ADD lnAccruedInterest (loanIndex) TO unpaidInterest
    COMPUTE interestCharged =
        lnInterestInMonth (loanIndex) + unpaidInterest
    COMPUTE openingBalance = lnBalance (loanIndex)
        + lnPrincipalFromStart (loanIndex)
    COMPUTE closingBalance = lnBalance (loanIndex)
        + lnPrincipalAfterEnd (loanIndex)
    COMPUTE owedToDate = closingBalance + unpaidInterest
    IF installmentAmount > owedToDate
        MOVE owedToDate TO installmentAmount
    END-IF
    COMPUTE amountDue =
        installmentAmount + pastDueAmount + assessedLateFee.
StoreDueRow.
    MOVE ZERO TO dueFound
    PERFORM MatchCurrentDueRow
        VARYING dueIndex FROM 1 BY 1
        UNTIL dueIndex > dueCount OR dueFound > ZERO
    IF dueFound = ZERO
        IF dueCount < 2000
            ADD 1 TO dueCount
            MOVE dueCount TO dueFound
        ELSE
            DISPLAY "Due table full - no LOANDUE.DAT row for loan "
                lnLoanId (loanIndex)
        END-IF
    END-IF
    IF dueFound > ZERO
        MOVE lnLoanId (loanIndex) TO dtLoanId (dueFound)
        MOVE billMonth TO dtBillMonth (dueFound)
        MOVE installmentAmount TO dtInstallment (dueFound)
        MOVE pastDueAmount TO dtPastDue (dueFound)
        MOVE assessedLateFee TO dtLateFee (dueFound)
        MOVE amountDue TO dtAmountDue (dueFound)
        MOVE dueDate TO dtDueDate (dueFound)
        MOVE graceDate TO dtGraceDate (dueFound)
        MOVE ZERO TO dtPaidByGrace (dueFound)
        MOVE "O" TO dtStatus (dueFound)
    END-IF.
MatchCurrentDueRow.
    IF dtLoanId (dueIndex) = lnLoanId (loanIndex)
        AND dtBillMonth (dueIndex) = billMonth
        MOVE dueIndex TO dueFound
    END-IF.
WriteStatement.
    WRITE statementRecord FROM statementRuleLine
    MOVE billMonth TO shlBillMonth
    MOVE runDate TO shlRunDate
    WRITE statementRecord FROM statementHeadLine
    MOVE lnLoanId (loanIndex) TO snlLoanId
    MOVE lnBorrower (loanIndex) TO snlBorrower
    MOVE lnRate (loanIndex) TO snlRate
    WRITE statementRecord FROM statementNameLine
    WRITE statementRecord FROM statementBlankLine
    MOVE "OPENING BALANCE:" TO salLabel
    MOVE openingBalance TO salAmount
    WRITE statementRecord FROM statementAmountLine
    MOVE "PAYMENTS RECEIVED:" TO salLabel
    MOVE lnPaidInMonth (loanIndex) TO salAmount
    WRITE statementRecord FROM statementAmountLine
    MOVE "INTEREST CHARGED:" TO salLabel
    MOVE interestCharged TO salAmount
    WRITE statementRecord FROM statementAmountLine
    MOVE "CLOSING BALANCE:" TO salLabel
    MOVE closingBalance TO salAmount
    WRITE statementRecord FROM statementAmountLine
    WRITE statementRecord FROM statementBlankLine
    MOVE "INSTALLMENT DUE:" TO salLabel
    MOVE installmentAmount TO salAmount
    WRITE statementRecord FROM statementAmountLine
    IF pastDueAmount > ZERO
        MOVE "PAST DUE BROUGHT FORWARD:" TO salLabel
        MOVE pastDueAmount TO salAmount
        WRITE statementRecord FROM statementAmountLine
        MOVE "LATE FEE:" TO salLabel
        MOVE assessedLateFee TO salAmount
        WRITE statementRecord FROM statementAmountLine
    END-IF
    MOVE amountDue TO sdlAmountDue
    MOVE dueDate TO sdlDueDate
    WRITE statementRecord FROM statementDueLine
    MOVE graceDate TO sglGraceDate
    MOVE lateFeeAmount TO sglLateFee
    WRITE statementRecord FROM statementGraceLine
    WRITE statementRecord FROM statementBlankLine.
