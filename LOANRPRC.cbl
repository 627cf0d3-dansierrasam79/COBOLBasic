*> Variable-rate loan repricing. Most newer notes on LOANBOOK.DAT are
*> priced at an index plus a margin and reset every few months, and
*> the resets were being keyed by hand onto LOANBAL.DAT. The loan book
*> now carries each note's rate terms (shared layout LOANBOOK.cpy):
*> rate type, index product code, margin, reset frequency in months,
*> floor, cap and first reset date. This run finds every variable
*> loan whose next reset date has arrived, looks up the index rate in
*> effect on the reset date on the effective-dated rate master
*> RATEMAST.DAT, adds the margin and holds the result between the
*> floor and the cap (a cap of zero means none). Interest accrued at
*> the old rate up to the reset day is settled onto the balance row
*> so LOAN-PAYMENT-POSTING charges the old rate up to the reset and
*> the new rate after it, then blAnnualRate takes the new rate and
*> the next reset date moves on by the reset frequency (three months
*> when none is set). A loan more than one reset behind is caught up
*> one reset at a time; only active loans reprice. Every reset
*> prints a rate-change notice for the borrower to RATENOTE.RPT.
*> A loan whose index has no rate in
*> effect on the reset date is left alone and reported on the
*> console. Like payment posting, the run is refused when the run
*> date's fiscal period is closed or when LOANBAL.DAT or RATEMAST.DAT
*> overflows its work table.
IDENTIFICATION DIVISION.
PROGRAM-ID. LOAN-RATE-REPRICING.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT loanBalanceFile ASSIGN TO "LOANBAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS loanBalanceStatus.
    SELECT loanBookFile ASSIGN TO "LOANBOOK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS loanBookStatus.
    SELECT rateMasterFile ASSIGN TO "RATEMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS rateMasterStatus.
    SELECT rateNoticeFile ASSIGN TO "RATENOTE.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  loanBalanceFile.
COPY "LOANBAL.cpy".
FD  loanBookFile.
COPY "LOANBOOK.cpy".
FD  rateMasterFile.
COPY "RATEMAST.cpy".
FD  rateNoticeFile.
01 rateNoticeRecord PIC X(80).
WORKING-STORAGE SECTION.
    01 loanBalanceStatus PIC X(2) VALUE "00".
    01 loanBookStatus PIC X(2) VALUE "00".
    01 rateMasterStatus PIC X(2) VALUE "00".
    01 loanBalanceEOF PIC X(1) VALUE "N".
    01 loanBookEOF PIC X(1) VALUE "N".
    01 rateMasterEOF PIC X(1) VALUE "N".
    01 balanceTable.
        05 balanceEntry OCCURS 200 TIMES.
            10 btLoanId PIC X(10).
            10 btBorrower PIC X(20).
            10 btPrincipalBalance PIC 9(09)V99.
            10 btAnnualRate PIC 9(02)V99.
            10 btLastPaymentDate PIC 9(08).
            10 btAccruedInterest PIC 9(07)V99.
            10 btInterestToDate PIC 9(08).
            10 btNextResetDate PIC 9(08).
    01 balanceCount PIC 9(03) VALUE ZERO.
    01 balanceOverflow PIC X(1) VALUE "N".
    01 balanceIndex PIC 9(03).
    01 balanceFound PIC 9(03).
    01 rateTable.
        05 rateEntry OCCURS 300 TIMES.
            10 rtProductCode PIC X(6).
            10 rtEffectiveDate PIC 9(08).
            10 rtAnnualRate PIC 9(02)V99.
    01 rateCount PIC 9(03) VALUE ZERO.
    01 rateIndex PIC 9(03).
    01 rateOverflow PIC X(1) VALUE "N".
    01 rateBestEffectiveDate PIC 9(08).
    01 rateRowFound PIC X(1).
    01 indexRate PIC 9(02)V99.
    01 resetDate PIC 9(08).
    01 resetMonths PIC 9(02).
    01 resetFailed PIC X(1).
    01 nextResetDate PIC 9(08).
    01 nextResetYear PIC 9(04).
    01 nextResetMonth PIC 9(03).
    01 nextResetDay PIC 9(02).
    01 monthEndDate PIC 9(08).
    01 monthFirstDate PIC 9(08).
    01 previousRate PIC 9(02)V99.
    01 newRateWork PIC 9(03)V99.
    01 newRate PIC 9(02)V99.
    01 limitAppliedText PIC X(14).
    01 settleDays PIC S9(05).
    01 settledInterest PIC 9(07)V99.
    01 roundWorkAmount PIC S9(09)V9(04).
    01 resetCount PIC 9(03) VALUE ZERO.
    01 skippedCount PIC 9(03) VALUE ZERO.
    01 runDate PIC 9(08).
    01 periodStatusByte PIC X(1).
    01 noticeBlankLine PIC X(80) VALUE SPACES.
    01 noticeRuleLine PIC X(60) VALUE ALL "-".
    01 noticeHeadLine.
        05 FILLER PIC X(21) VALUE "RATE CHANGE NOTICE - ".
        05 nhlRunDate PIC 9999/99/99.
    01 noticeNameLine.
        05 FILLER PIC X(6) VALUE "LOAN: ".
        05 nnlLoanId PIC X(10).
        05 FILLER PIC X(1) VALUE " ".
        05 nnlBorrower PIC X(20).
    01 noticeBodyLine1.
        05 FILLER PIC X(20) VALUE "RATE RESET DATE:   ".
        05 nb1ResetDate PIC 9999/99/99.
    01 noticeBodyLine2.
        05 FILLER PIC X(20) VALUE "INDEX:             ".
        05 nb2IndexProduct PIC X(6).
        05 FILLER PIC X(7) VALUE " RATE: ".
        05 nb2IndexRate PIC Z9.99.
        05 FILLER PIC X(10) VALUE "  MARGIN: ".
        05 nb2MarginRate PIC Z9.99.
    01 noticeBodyLine3.
        05 FILLER PIC X(20) VALUE "PREVIOUS RATE:     ".
        05 nb3PreviousRate PIC Z9.99.
        05 FILLER PIC X(12) VALUE "  NEW RATE: ".
        05 nb3NewRate PIC Z9.99.
        05 FILLER PIC X(1) VALUE " ".
        05 nb3LimitText PIC X(14).
    01 noticeBodyLine4.
        05 FILLER PIC X(40)
            VALUE "INTEREST AT THE PREVIOUS RATE TO RESET: ".
        05 nb4Interest PIC $$$,$$$,$$9.99.
    01 noticeBodyLine5.
        05 FILLER PIC X(20) VALUE "NEXT RESET DATE:   ".
        05 nb5NextReset PIC 9999/99/99.
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27) VALUE "LOAN-RATE-REPRICING".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "LOAN-RATE-REPRICING", operatorId
    ACCEPT runDate FROM DATE YYYYMMDD
    MOVE SPACES TO tlInputs
    STRING "LOAN REPRICING " DELIMITED BY SIZE
        runDate DELIMITED BY SIZE
        INTO tlInputs
    END-STRING
    CALL "PERIOD-CONTROL-CHECK" USING runDate, periodStatusByte
    PERFORM LoadRateMaster
    PERFORM LoadBalanceFile
    IF periodStatusByte = "C"
        DISPLAY "FISCAL PERIOD " runDate (1:6)
            " IS CLOSED - REPRICING REFUSED"
        MOVE "REJECTED" TO logRunStatus
        MOVE "PERIOD CLOSED" TO tlResultOut
    ELSE
    IF balanceOverflow = "Y" OR rateOverflow = "Y"
        DISPLAY "LOANBAL.DAT OR RATEMAST.DAT OVERFLOWS THE WORK "
            "TABLE - REPRICING REFUSED"
        MOVE "REJECTED" TO logRunStatus
        MOVE "OVERFLOW" TO tlResultOut
    ELSE
        MOVE "N" TO loanBookEOF
        OPEN INPUT loanBookFile
        IF loanBookStatus NOT = "00"
            DISPLAY "LOANBOOK.DAT not available - nothing repriced."
            MOVE "ERROR" TO logRunStatus
            MOVE "NO LOAN BOOK" TO tlResultOut
        ELSE
            OPEN OUTPUT rateNoticeFile
            PERFORM RepriceOneLoanBookRow UNTIL loanBookEOF = "Y"
            CLOSE rateNoticeFile
            CLOSE loanBookFile
            IF resetCount > ZERO
                PERFORM RewriteBalanceFile
            END-IF
            DISPLAY resetCount " rate reset(s) applied, "
                skippedCount " loan(s) left for attention - "
                "notices on RATENOTE.RPT."
            MOVE SPACES TO tlResultOut
            STRING "RESET=" DELIMITED BY SIZE
                resetCount DELIMITED BY SIZE
                " SKIP=" DELIMITED BY SIZE
                skippedCount DELIMITED BY SIZE
                INTO tlResultOut
            END-STRING
        END-IF
    END-IF
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
LoadRateMaster.
    MOVE ZERO TO rateCount
    MOVE "N" TO rateMasterEOF
    OPEN INPUT rateMasterFile
    IF rateMasterStatus = "00"
        PERFORM ReadRateMasterRecord
        PERFORM AddRateEntry
            UNTIL rateMasterEOF = "Y" OR rateCount = 300
        IF rateMasterEOF NOT = "Y"
            MOVE "Y" TO rateOverflow
        END-IF
        CLOSE rateMasterFile
    ELSE
        DISPLAY "RATEMAST.DAT not available - no index rates."
    END-IF.
ReadRateMasterRecord.
    READ rateMasterFile
        AT END MOVE "Y" TO rateMasterEOF
    END-READ.
AddRateEntry.
    IF rmEffectiveDate IS NUMERIC AND rmAnnualRate IS NUMERIC
        ADD 1 TO rateCount
        MOVE rmProductCode TO rtProductCode (rateCount)
        MOVE rmEffectiveDate TO rtEffectiveDate (rateCount)
        MOVE rmAnnualRate TO rtAnnualRate (rateCount)
    END-IF
    PERFORM ReadRateMasterRecord.
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
    MOVE blBorrower TO btBorrower (balanceCount)
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
    OPEN OUTPUT loanBalanceFile
    PERFORM WriteOneBalanceRecord
        VARYING balanceIndex FROM 1 BY 1
        UNTIL balanceIndex > balanceCount
    CLOSE loanBalanceFile
    DISPLAY "LOANBAL.DAT rewritten.".
WriteOneBalanceRecord.
    MOVE btLoanId (balanceIndex) TO blLoanId
    MOVE btBorrower (balanceIndex) TO blBorrower
    MOVE btPrincipalBalance (balanceIndex)
        TO blPrincipalBalance
    MOVE btAnnualRate (balanceIndex) TO blAnnualRate
    MOVE btLastPaymentDate (balanceIndex)
        TO blLastPaymentDate
    MOVE btAccruedInterest (balanceIndex) TO blAccruedInterest
    MOVE btInterestToDate (balanceIndex) TO blInterestToDate
    MOVE btNextResetDate (balanceIndex) TO blNextResetDate
    WRITE loanBalanceRecord.
RepriceOneLoanBookRow.
    READ loanBookFile
        AT END MOVE "Y" TO loanBookEOF
        NOT AT END
            IF lbRecordType NOT = "T"
                AND (lbLoanStatus = SPACE OR lbLoanStatus = "A")
                AND (lbRateType = "V" OR lbRateType = "v")
                PERFORM CheckLoanForReset
            END-IF
    END-READ.
CheckLoanForReset.
    PERFORM FindLoanBalance
    IF balanceFound = ZERO
        DISPLAY "Loan " lbLoanId " - balance table full, "
            "not repriced."
        ADD 1 TO skippedCount
    ELSE
        IF btNextResetDate (balanceFound) > ZERO
            MOVE btNextResetDate (balanceFound) TO resetDate
        ELSE
        IF lbFirstResetDate IS NUMERIC
            MOVE lbFirstResetDate TO resetDate
        ELSE
            MOVE ZERO TO resetDate
        END-IF
        END-IF
        IF lbResetMonths IS NUMERIC AND lbResetMonths > ZERO
            MOVE lbResetMonths TO resetMonths
        ELSE
            MOVE 3 TO resetMonths
        END-IF
        IF resetDate = ZERO
            DISPLAY "Loan " lbLoanId " - variable with no first "
                "reset date on the loan book - not repriced."
            ADD 1 TO skippedCount
        ELSE
            MOVE "N" TO resetFailed
            PERFORM ApplyOneReset
                UNTIL resetDate > runDate OR resetFailed = "Y"
        END-IF
    END-IF.
FindLoanBalance.
    MOVE ZERO TO balanceFound
    PERFORM MatchOneBalance
        VARYING balanceIndex FROM 1 BY 1
        UNTIL balanceIndex > balanceCount
            OR balanceFound > ZERO
    IF balanceFound = ZERO AND balanceCount < 200
        ADD 1 TO balanceCount
        MOVE balanceCount TO balanceFound
        MOVE lbLoanId TO btLoanId (balanceFound)
        MOVE lbBorrower TO btBorrower (balanceFound)
        MOVE lbPrincipal TO btPrincipalBalance (balanceFound)
        MOVE lbRate TO btAnnualRate (balanceFound)
        MOVE runDate TO btLastPaymentDate (balanceFound)
        MOVE ZERO TO btAccruedInterest (balanceFound)
        MOVE runDate TO btInterestToDate (balanceFound)
        MOVE ZERO TO btNextResetDate (balanceFound)
    END-IF.
MatchOneBalance.
    IF btLoanId (balanceIndex) = lbLoanId
        MOVE balanceIndex TO balanceFound
    END-IF.
ApplyOneReset.
    PERFORM FindIndexRate
    IF rateRowFound = "N"
        DISPLAY "Loan " lbLoanId " - no " lbIndexProduct
            " index rate in effect on " resetDate
            " - not repriced."
        ADD 1 TO skippedCount
        MOVE "Y" TO resetFailed
    ELSE
        MOVE btAnnualRate (balanceFound) TO previousRate
        PERFORM SettleInterestToReset
        COMPUTE newRateWork = indexRate + lbMarginRate
        MOVE SPACES TO limitAppliedText
        IF lbFloorRate IS NUMERIC AND newRateWork < lbFloorRate
            MOVE lbFloorRate TO newRateWork
            MOVE "(FLOOR)" TO limitAppliedText
        END-IF
        IF lbCapRate IS NUMERIC AND lbCapRate > ZERO
            AND newRateWork > lbCapRate
            MOVE lbCapRate TO newRateWork
            MOVE "(CAP)" TO limitAppliedText
        END-IF
        IF newRateWork > 99.99
            MOVE 99.99 TO newRateWork
        END-IF
        MOVE newRateWork TO newRate
        MOVE newRate TO btAnnualRate (balanceFound)
        PERFORM AdvanceResetDate
        MOVE nextResetDate TO btNextResetDate (balanceFound)
        PERFORM WriteRateNotice
        ADD 1 TO resetCount
        MOVE nextResetDate TO resetDate
    END-IF.
FindIndexRate.
    MOVE "N" TO rateRowFound
    MOVE ZERO TO rateBestEffectiveDate
    MOVE ZERO TO indexRate
    PERFORM MatchOneIndexRate
        VARYING rateIndex FROM 1 BY 1
        UNTIL rateIndex > rateCount.
MatchOneIndexRate.
    IF rtProductCode (rateIndex) = lbIndexProduct
        AND rtEffectiveDate (rateIndex) <= resetDate
        AND (rateRowFound = "N"
            OR rtEffectiveDate (rateIndex) >= rateBestEffectiveDate)
        MOVE rtAnnualRate (rateIndex) TO indexRate
        MOVE rtEffectiveDate (rateIndex) TO rateBestEffectiveDate
        MOVE "Y" TO rateRowFound
    END-IF.
SettleInterestToReset.
    MOVE ZERO TO settledInterest
    COMPUTE settleDays = FUNCTION INTEGER-OF-DATE(resetDate)
        - FUNCTION INTEGER-OF-DATE
            (btInterestToDate (balanceFound))
    IF settleDays > ZERO
        COMPUTE roundWorkAmount =
            btPrincipalBalance (balanceFound)
            * (btAnnualRate (balanceFound) / 100)
            * settleDays / 365
        CALL "APPLY-ROUNDING-POLICY" USING roundWorkAmount
        MOVE roundWorkAmount TO settledInterest
        ADD settledInterest TO btAccruedInterest (balanceFound)
        MOVE resetDate TO btInterestToDate (balanceFound)
    END-IF.
AdvanceResetDate.
    MOVE resetDate (1:4) TO nextResetYear
    MOVE resetDate (5:2) TO nextResetMonth
    MOVE resetDate (7:2) TO nextResetDay
    ADD resetMonths TO nextResetMonth
    PERFORM RollResetYear UNTIL nextResetMonth <= 12
    MOVE nextResetYear TO monthFirstDate (1:4)
    MOVE nextResetMonth (2:2) TO monthFirstDate (5:2)
    MOVE "01" TO monthFirstDate (7:2)
    IF nextResetMonth = 12
        COMPUTE monthEndDate = nextResetYear * 10000 + 1231
    ELSE
        COMPUTE monthEndDate = FUNCTION DATE-OF-INTEGER
            (FUNCTION INTEGER-OF-DATE(monthFirstDate + 100) - 1)
    END-IF
    MOVE monthFirstDate TO nextResetDate
    MOVE nextResetDay TO nextResetDate (7:2)
    IF nextResetDate > monthEndDate
        MOVE monthEndDate TO nextResetDate
    END-IF.
RollResetYear.
    SUBTRACT 12 FROM nextResetMonth
    ADD 1 TO nextResetYear.
WriteRateNotice.
    WRITE rateNoticeRecord FROM noticeRuleLine
    MOVE runDate TO nhlRunDate
    WRITE rateNoticeRecord FROM noticeHeadLine
    MOVE btLoanId (balanceFound) TO nnlLoanId
    MOVE btBorrower (balanceFound) TO nnlBorrower
    WRITE rateNoticeRecord FROM noticeNameLine
    MOVE resetDate TO nb1ResetDate
    WRITE rateNoticeRecord FROM noticeBodyLine1
    MOVE lbIndexProduct TO nb2IndexProduct
    MOVE indexRate TO nb2IndexRate
    MOVE lbMarginRate TO nb2MarginRate
    WRITE rateNoticeRecord FROM noticeBodyLine2
    MOVE previousRate TO nb3PreviousRate
    MOVE newRate TO nb3NewRate
    MOVE limitAppliedText TO nb3LimitText
    WRITE rateNoticeRecord FROM noticeBodyLine3
    MOVE settledInterest TO nb4Interest
    WRITE rateNoticeRecord FROM noticeBodyLine4
    MOVE nextResetDate TO nb5NextReset
    WRITE rateNoticeRecord FROM noticeBodyLine5
    WRITE rateNoticeRecord FROM noticeBlankLine.
