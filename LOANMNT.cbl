*> Loan book origination and maintenance. LOANBOOK.DAT feeds the
*> portfolio run in COMPUTE-AMOUNT (and through it the accruals
*> GL-JOURNAL-EXTRACT posts), the balance seeding in
*> LOAN-PAYMENT-POSTING, repricing, and billing, yet new notes were
*> added by editing the file and fixing the count/principal trailer by
*> hand. This (B)ooks a new loan: the borrower must be on the customer
*> master CUSTMAST.DAT (the name comes from there), then the
*> principal, a fixed rate keyed or taken from a RATEMAST.DAT product,
*> or a variable rate's index, margin, reset months, floor, cap and
*> first reset date, the term in years and the simple/compound flag.
*> A loan above the LOAN-APPROVAL limit in CTLLIMIT.DAT (value 1,
*> default 50,000.00) is booked held and stays out of the portfolio
*> until a second operator - carrying the approver flag on
*> OPERAUTH.DAT and not the one who booked it - (A)pproves or rejects
*> it here, the way ACCOUNTS-PAYABLE-VOUCHER releases held vouchers.
*> (M)odify re-keys a loan's rate, term, interest flag or variable
*> terms (blank keeps the current value); a fixed-rate change on a
*> loan that already has a balance settles the interest accrued at
*> the old rate up to today onto LOANBAL.DAT and puts the new rate in
*> force from today. (S)tatus marks an active loan paid off - only
*> once LOAN-PAYMENT-POSTING shows no principal left - or written off,
*> so it leaves the active portfolio but stays on the book. (L)ist
*> shows the book. Every booking, change and decision writes before
*> and after record images to LOANAUDT.DAT the way customer changes
*> go to CUSTAUDT.DAT. When anything changed, the loan book is
*> rewritten with its trailer recounted over the active loans. A loan
*> book or balance file larger than the work table refuses the
*> session.
IDENTIFICATION DIVISION.
PROGRAM-ID. LOAN-BOOK-MAINTENANCE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT loanBookFile ASSIGN TO "LOANBOOK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS loanBookStatus.
    SELECT loanBalanceFile ASSIGN TO "LOANBAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS loanBalanceStatus.
    SELECT customerMasterFile ASSIGN TO "CUSTMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS customerMasterStatus.
    SELECT rateMasterFile ASSIGN TO "RATEMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS rateMasterStatus.
    SELECT ctlLimitFile ASSIGN TO "CTLLIMIT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ctlLimitFileStatus.
    SELECT operAuthFile ASSIGN TO "OPERAUTH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS operAuthStatus.
    SELECT loanAuditFile ASSIGN TO "LOANAUDT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS loanAuditStatus.
DATA DIVISION.
FILE SECTION.
FD  loanBookFile.
COPY "LOANBOOK.cpy".
FD  loanBalanceFile.
COPY "LOANBAL.cpy".
FD  customerMasterFile.
COPY "CUSTMAST.cpy".
FD  rateMasterFile.
COPY "RATEMAST.cpy".
FD  ctlLimitFile.
COPY "CTLLIMIT.cpy".
FD  operAuthFile.
01 operAuthRecord.
    05 oaOperatorId PIC X(08).
    05 oaUtilityFlags PIC X(31).
    05 oaPeriodCloseFlag PIC X(1).
    05 oaApproverFlag PIC X(1).
FD  loanAuditFile.
01 loanAuditRecord.
    05 laOperatorId PIC X(08).
    05 laTimestamp PIC X(26).
    05 laTransactionType PIC X(06).
    05 laBeforeImage PIC X(99).
    05 laAfterImage PIC X(99).
WORKING-STORAGE SECTION.
    01 loanBookStatus PIC X(2) VALUE "00".
    01 loanBalanceStatus PIC X(2) VALUE "00".
    01 customerMasterStatus PIC X(2) VALUE "00".
    01 rateMasterStatus PIC X(2) VALUE "00".
    01 ctlLimitFileStatus PIC X(2) VALUE "00".
    01 operAuthStatus PIC X(2) VALUE "00".
    01 loanAuditStatus PIC X(2) VALUE "00".
    01 loanBookEOF PIC X(1) VALUE "N".
    01 loanBalanceEOF PIC X(1) VALUE "N".
    01 customerMasterEOF PIC X(1) VALUE "N".
    01 rateMasterEOF PIC X(1) VALUE "N".
    01 ctlLimitEOF PIC X(1) VALUE "N".
    01 operAuthEOF PIC X(1) VALUE "N".
    01 ctlRunDate PIC 9(08).
    01 ctlBestEffectiveDate PIC 9(08) VALUE ZERO.
    01 ctlRowFound PIC X(1) VALUE "N".
    01 approvalLimit PIC 9(07)V99 VALUE 50000.00.
    01 bookTable.
        05 bookEntry OCCURS 300 TIMES.
            10 bkImage PIC X(99).
    01 bookCount PIC 9(03) VALUE ZERO.
    01 bookIndex PIC 9(03).
    01 bookFound PIC 9(03).
    01 bookOverflow PIC X(1) VALUE "N".
    01 bookChanged PIC X(1) VALUE "N".
    01 balanceTable.
        05 balanceEntry OCCURS 200 TIMES.
            10 btImage PIC X(78).
    01 balanceCount PIC 9(03) VALUE ZERO.
    01 balanceIndex PIC 9(03).
    01 balanceFound PIC 9(03).
    01 balanceOverflow PIC X(1) VALUE "N".
    01 balanceChanged PIC X(1) VALUE "N".
    01 trailerCount PIC 9(05).
    01 trailerPrincipal PIC 9(09)V99.
    01 maintenanceChoice PIC X(1).
    01 keepGoing PIC X(1) VALUE "Y".
    01 entryValid PIC X(1).
    01 decisionCount PIC 9(03) VALUE ZERO.
    01 keyedLoanId PIC X(10).
    01 keyedCustomerId PIC X(6).
    01 keyedPrincipalText PIC X(08).
    01 keyedRateText PIC X(04).
    01 keyedTermText PIC X(03).
    01 keyedMonthsText PIC X(02).
    01 keyedDateText PIC X(08).
    01 keyedFlag PIC X(1).
    01 keyedRateType PIC X(1).
    01 keyedProduct PIC X(6).
    01 keyedDecision PIC X(1).
    01 rateSourceChoice PIC X(1).
    01 workRate PIC 9(02)V99.
    01 newRateWork PIC 9(03)V99.
    01 rateBestEffectiveDate PIC 9(08).
    01 rateRowFound PIC X(1).
    01 indexRate PIC 9(02)V99.
    01 previousRate PIC 9(02)V99.
    01 customerFound PIC X(1).
    01 customerName PIC X(25).
    01 operatorAuthorized PIC X(1) VALUE "N".
    01 authMatrixDeployed PIC X(1) VALUE "N".
    01 settleDays PIC S9(05).
    01 roundWorkAmount PIC S9(09)V9(04).
    01 auditTransactionType PIC X(06).
    01 auditBeforeImage PIC X(99).
    01 auditAfterImage PIC X(99).
    01 runDate PIC 9(08).
    01 bookListLine.
        05 bllLoanId PIC X(10).
        05 FILLER PIC X(1) VALUE " ".
        05 bllBorrower PIC X(20).
        05 FILLER PIC X(1) VALUE " ".
        05 bllPrincipal PIC ZZZ,ZZ9.99.
        05 FILLER PIC X(1) VALUE " ".
        05 bllRate PIC Z9.99.
        05 FILLER PIC X(1) VALUE " ".
        05 bllRateType PIC X(1).
        05 FILLER PIC X(1) VALUE " ".
        05 bllTermYears PIC ZZ9.
        05 FILLER PIC X(1) VALUE " ".
        05 bllInterestFlag PIC X(1).
        05 FILLER PIC X(1) VALUE " ".
        05 bllStatusText PIC X(11).
        05 FILLER PIC X(1) VALUE " ".
        05 bllBookedBy PIC X(08).
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27) VALUE "LOAN-BOOK-MAINTENANCE".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "LOAN-BOOK-MAINTENANCE", operatorId
    ACCEPT runDate FROM DATE YYYYMMDD
    MOVE runDate TO ctlRunDate
    MOVE "LOAN BOOK MAINTENANCE" TO tlInputs
    PERFORM LoadApprovalLimit
    PERFORM LoadLoanBook
    PERFORM LoadBalanceFile
    IF bookOverflow = "Y" OR balanceOverflow = "Y"
        DISPLAY "LOANBOOK.DAT OR LOANBAL.DAT OVERFLOWS THE WORK "
            "TABLE - MAINTENANCE REFUSED"
        MOVE "REJECTED" TO logRunStatus
        MOVE "OVERFLOW" TO tlResultOut
    ELSE
        PERFORM MaintenanceLoop UNTIL keepGoing NOT = "Y"
        IF bookChanged = "Y"
            PERFORM RewriteLoanBook
        END-IF
        IF balanceChanged = "Y"
            PERFORM RewriteBalanceFile
        END-IF
        MOVE SPACES TO tlResultOut
        STRING "CHANGES=" DELIMITED BY SIZE
            decisionCount DELIMITED BY SIZE
            INTO tlResultOut
        END-STRING
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
LoadApprovalLimit.
    MOVE "N" TO ctlLimitEOF
    OPEN INPUT ctlLimitFile
    IF ctlLimitFileStatus = "00"
        PERFORM FindApprovalRow UNTIL ctlLimitEOF = "Y"
        CLOSE ctlLimitFile
    END-IF.
FindApprovalRow.
    READ ctlLimitFile
        AT END MOVE "Y" TO ctlLimitEOF
        NOT AT END
            IF CTL-EFFECTIVE-DATE IS NOT NUMERIC
                MOVE ZERO TO CTL-EFFECTIVE-DATE
            END-IF
            IF CTL-CHECK-NAME = "LOAN-APPROVAL"
                AND CTL-EFFECTIVE-DATE <= ctlRunDate
                AND (ctlRowFound = "N"
                    OR CTL-EFFECTIVE-DATE >= ctlBestEffectiveDate)
                MOVE CTL-LIMIT-VALUE-1 TO approvalLimit
                MOVE CTL-EFFECTIVE-DATE TO ctlBestEffectiveDate
                MOVE "Y" TO ctlRowFound
            END-IF
    END-READ.
LoadLoanBook.
    MOVE ZERO TO bookCount
    MOVE "N" TO loanBookEOF
    OPEN INPUT loanBookFile
    IF loanBookStatus = "00"
        PERFORM TakeOneLoanBookRow
            UNTIL loanBookEOF = "Y" OR bookOverflow = "Y"
        CLOSE loanBookFile
    END-IF.
TakeOneLoanBookRow.
    READ loanBookFile
        AT END MOVE "Y" TO loanBookEOF
        NOT AT END
            IF lbRecordType NOT = "T"
                IF bookCount = 300
                    MOVE "Y" TO bookOverflow
                ELSE
                    ADD 1 TO bookCount
                    MOVE loanBookRecord TO bkImage (bookCount)
                END-IF
            END-IF
    END-READ.
RewriteLoanBook.
    MOVE ZERO TO trailerCount
    MOVE ZERO TO trailerPrincipal
    OPEN OUTPUT loanBookFile
    PERFORM WriteOneLoanBookRow
        VARYING bookIndex FROM 1 BY 1
        UNTIL bookIndex > bookCount
    MOVE SPACES TO loanBookTrailerRecord
    MOVE "T" TO ltRecordType
    MOVE trailerCount TO ltExpectedCount
    MOVE trailerPrincipal TO ltExpectedPrincipal
    WRITE loanBookRecord
    CLOSE loanBookFile
    DISPLAY "LOANBOOK.DAT rewritten - " trailerCount
        " active loan(s), principal " trailerPrincipal.
WriteOneLoanBookRow.
    MOVE bkImage (bookIndex) TO loanBookRecord
    IF lbLoanStatus = SPACE OR lbLoanStatus = "A"
        ADD 1 TO trailerCount
        ADD lbPrincipal TO trailerPrincipal
    END-IF
    WRITE loanBookRecord.
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
    MOVE loanBalanceRecord TO btImage (balanceCount)
    PERFORM ReadBalanceRecord.
RewriteBalanceFile.
    OPEN OUTPUT loanBalanceFile
    PERFORM WriteOneBalanceRecord
        VARYING balanceIndex FROM 1 BY 1
        UNTIL balanceIndex > balanceCount
    CLOSE loanBalanceFile
    DISPLAY "LOANBAL.DAT rewritten.".
WriteOneBalanceRecord.
    MOVE btImage (balanceIndex) TO loanBalanceRecord
    WRITE loanBalanceRecord.
MaintenanceLoop.
    DISPLAY "(B)ook loan, (M)odify terms, (S)tatus paid-off/"
        "written-off, (A)pprove held, (L)ist or (Q)uit: "
    ACCEPT maintenanceChoice
    EVALUATE maintenanceChoice
        WHEN "B" WHEN "b" PERFORM BookNewLoan
        WHEN "M" WHEN "m" PERFORM ModifyLoanTerms
        WHEN "S" WHEN "s" PERFORM ChangeLoanStatus
        WHEN "A" WHEN "a" PERFORM ApproveHeldLoans
        WHEN "L" WHEN "l" PERFORM ListLoanBook
        WHEN "Q" WHEN "q" MOVE "N" TO keepGoing
        WHEN OTHER DISPLAY "Invalid selection."
    END-EVALUATE.
FindBookEntry.
    MOVE ZERO TO bookFound
    PERFORM MatchOneBookEntry
        VARYING bookIndex FROM 1 BY 1
        UNTIL bookIndex > bookCount OR bookFound > ZERO.
MatchOneBookEntry.
    IF bkImage (bookIndex) (2:10) = keyedLoanId
        MOVE bookIndex TO bookFound
    END-IF.
BookNewLoan.
    MOVE "Y" TO entryValid
    DISPLAY "New loan ID: "
    ACCEPT keyedLoanId
    PERFORM FindBookEntry
    IF keyedLoanId = SPACES
        DISPLAY "Loan ID is required."
        MOVE "N" TO entryValid
    ELSE
    IF bookFound > ZERO
        DISPLAY "Loan " keyedLoanId " is already on the book."
        MOVE "N" TO entryValid
    ELSE
    IF bookCount = 300
        DISPLAY "Loan book table is full - nothing booked."
        MOVE "N" TO entryValid
    END-IF
    END-IF
    END-IF
    IF entryValid = "Y"
        DISPLAY "Borrower customer ID: "
        ACCEPT keyedCustomerId
        PERFORM FindCustomer
        IF customerFound = "N"
            DISPLAY "Customer " keyedCustomerId
                " is not on the customer master."
            MOVE "N" TO entryValid
        ELSE
            DISPLAY "Borrower: " customerName
        END-IF
    END-IF
    IF entryValid = "Y"
        MOVE SPACES TO loanBookRecord
        MOVE "D" TO lbRecordType
        MOVE keyedLoanId TO lbLoanId
        MOVE customerName TO lbBorrower
        MOVE keyedCustomerId TO lbCustomerId
        MOVE ZERO TO lbMarginRate
        MOVE ZERO TO lbResetMonths
        MOVE ZERO TO lbFloorRate
        MOVE ZERO TO lbCapRate
        MOVE ZERO TO lbFirstResetDate
        DISPLAY "Principal (8 digits, 123456.78 as 12345678): "
        ACCEPT keyedPrincipalText
        IF keyedPrincipalText IS NUMERIC
            AND keyedPrincipalText > ZERO
            MOVE keyedPrincipalText TO lbPrincipal (1:8)
        ELSE
            DISPLAY "Principal must be numeric and above zero."
            MOVE "N" TO entryValid
        END-IF
    END-IF
    IF entryValid = "Y"
        DISPLAY "(F)ixed or (V)ariable rate: "
        ACCEPT keyedRateType
        IF keyedRateType = "V" OR keyedRateType = "v"
            MOVE "V" TO lbRateType
            PERFORM AcceptVariableTerms
        ELSE
        IF keyedRateType = "F" OR keyedRateType = "f"
            MOVE "F" TO lbRateType
            PERFORM AcceptFixedRate
        ELSE
            DISPLAY "Rate type must be F or V."
            MOVE "N" TO entryValid
        END-IF
        END-IF
    END-IF
    IF entryValid = "Y"
        DISPLAY "Term in years (3 digits): "
        ACCEPT keyedTermText
        IF keyedTermText IS NUMERIC AND keyedTermText > ZERO
            MOVE keyedTermText TO lbTermYears
        ELSE
            DISPLAY "Term must be numeric and above zero."
            MOVE "N" TO entryValid
        END-IF
    END-IF
    IF entryValid = "Y"
        DISPLAY "(S)imple or (C)ompound interest: "
        ACCEPT keyedFlag
        INSPECT keyedFlag CONVERTING "sc" TO "SC"
        IF keyedFlag = "S" OR keyedFlag = "C"
            MOVE keyedFlag TO lbInterestFlag
        ELSE
            DISPLAY "Interest flag must be S or C."
            MOVE "N" TO entryValid
        END-IF
    END-IF
    IF entryValid = "Y"
        MOVE operatorId TO lbBookedBy
        MOVE runDate TO lbStatusDate
        IF lbPrincipal > approvalLimit
            MOVE "H" TO lbLoanStatus
            DISPLAY "Principal is above the approval limit of "
                approvalLimit " - loan held for a second "
                "operator's approval."
        ELSE
            MOVE "A" TO lbLoanStatus
            DISPLAY "Loan booked."
        END-IF
        ADD 1 TO bookCount
        MOVE loanBookRecord TO bkImage (bookCount)
        MOVE "Y" TO bookChanged
        ADD 1 TO decisionCount
        MOVE "BOOK" TO auditTransactionType
        MOVE SPACES TO auditBeforeImage
        MOVE loanBookRecord TO auditAfterImage
        PERFORM WriteLoanAuditRecord
    ELSE
        DISPLAY "Nothing booked."
    END-IF.
FindCustomer.
    MOVE "N" TO customerFound
    MOVE "N" TO customerMasterEOF
    OPEN INPUT customerMasterFile
    IF customerMasterStatus = "00"
        PERFORM MatchOneCustomer
            UNTIL customerMasterEOF = "Y" OR customerFound = "Y"
        CLOSE customerMasterFile
    END-IF.
MatchOneCustomer.
    READ customerMasterFile
        AT END MOVE "Y" TO customerMasterEOF
        NOT AT END
            IF cmCustomerId = keyedCustomerId
                MOVE "Y" TO customerFound
                MOVE cmCustomerName TO customerName
            END-IF
    END-READ.
AcceptFixedRate.
    DISPLAY "(L)ook up product rate or enter a (M)anual rate: "
    ACCEPT rateSourceChoice
    IF rateSourceChoice = "L" OR rateSourceChoice = "l"
        DISPLAY "Product code: "
        ACCEPT keyedProduct
        PERFORM FindProductRate
        IF rateRowFound = "Y"
            MOVE indexRate TO lbRate
            DISPLAY "Rate " indexRate " from product " keyedProduct
        ELSE
            DISPLAY "No rate in effect today for that product."
            MOVE "N" TO entryValid
        END-IF
    ELSE
        DISPLAY "Annual rate (4 digits, 6.50 as 0650): "
        ACCEPT keyedRateText
        IF keyedRateText IS NUMERIC
            MOVE keyedRateText TO lbRate (1:4)
        ELSE
            DISPLAY "Rate must be numeric."
            MOVE "N" TO entryValid
        END-IF
    END-IF.
AcceptVariableTerms.
    DISPLAY "Index product code: "
    ACCEPT keyedProduct
    PERFORM FindProductRate
    IF rateRowFound = "N"
        DISPLAY "No index rate in effect today for that product."
        MOVE "N" TO entryValid
    ELSE
        MOVE keyedProduct TO lbIndexProduct
        DISPLAY "Margin (4 digits, 1.50 as 0150): "
        ACCEPT keyedRateText
        IF keyedRateText IS NUMERIC
            MOVE keyedRateText TO lbMarginRate (1:4)
        ELSE
            DISPLAY "Margin must be numeric."
            MOVE "N" TO entryValid
        END-IF
    END-IF
    IF entryValid = "Y"
        DISPLAY "Reset every how many months (2 digits): "
        ACCEPT keyedMonthsText
        IF keyedMonthsText IS NUMERIC AND keyedMonthsText > ZERO
            MOVE keyedMonthsText TO lbResetMonths
        ELSE
            DISPLAY "Reset months must be numeric and above zero."
            MOVE "N" TO entryValid
        END-IF
    END-IF
    IF entryValid = "Y"
        DISPLAY "Floor rate (4 digits, 0000 for none): "
        ACCEPT keyedRateText
        IF keyedRateText IS NUMERIC
            MOVE keyedRateText TO lbFloorRate (1:4)
        ELSE
            DISPLAY "Floor must be numeric."
            MOVE "N" TO entryValid
        END-IF
    END-IF
    IF entryValid = "Y"
        DISPLAY "Cap rate (4 digits, 0000 for none): "
        ACCEPT keyedRateText
        IF keyedRateText IS NUMERIC
            MOVE keyedRateText TO lbCapRate (1:4)
            IF lbCapRate > ZERO AND lbCapRate < lbFloorRate
                DISPLAY "Cap is below the floor."
                MOVE "N" TO entryValid
            END-IF
        ELSE
            DISPLAY "Cap must be numeric."
            MOVE "N" TO entryValid
        END-IF
    END-IF
    IF entryValid = "Y"
        DISPLAY "First reset date YYYYMMDD: "
        ACCEPT keyedDateText
        IF keyedDateText IS NUMERIC AND keyedDateText > runDate
            MOVE keyedDateText TO lbFirstResetDate
        ELSE
            DISPLAY "First reset date must be a date after today."
            MOVE "N" TO entryValid
        END-IF
    END-IF
    IF entryValid = "Y"
        PERFORM ApplyIndexMargin
        MOVE workRate TO lbRate
        DISPLAY "Opening rate " workRate
    END-IF.
ApplyIndexMargin.
    COMPUTE newRateWork = indexRate + lbMarginRate
    IF newRateWork < lbFloorRate
        MOVE lbFloorRate TO newRateWork
    END-IF
    IF lbCapRate > ZERO AND newRateWork > lbCapRate
        MOVE lbCapRate TO newRateWork
    END-IF
    IF newRateWork > 99.99
        MOVE 99.99 TO newRateWork
    END-IF
    MOVE newRateWork TO workRate.
FindProductRate.
    MOVE "N" TO rateRowFound
    MOVE ZERO TO rateBestEffectiveDate
    MOVE ZERO TO indexRate
    MOVE "N" TO rateMasterEOF
    OPEN INPUT rateMasterFile
    IF rateMasterStatus = "00"
        PERFORM MatchOneProductRate UNTIL rateMasterEOF = "Y"
        CLOSE rateMasterFile
    END-IF.
MatchOneProductRate.
    READ rateMasterFile
        AT END MOVE "Y" TO rateMasterEOF
        NOT AT END
            IF rmProductCode = keyedProduct
                AND rmEffectiveDate IS NUMERIC
                AND rmEffectiveDate <= runDate
                AND (rateRowFound = "N"
                    OR rmEffectiveDate >= rateBestEffectiveDate)
                MOVE rmAnnualRate TO indexRate
                MOVE rmEffectiveDate TO rateBestEffectiveDate
                MOVE "Y" TO rateRowFound
            END-IF
    END-READ.
ModifyLoanTerms.
    MOVE "Y" TO entryValid
    DISPLAY "Loan ID to modify: "
    ACCEPT keyedLoanId
    PERFORM FindBookEntry
    IF bookFound = ZERO
        DISPLAY "Loan " keyedLoanId " is not on the book."
        MOVE "N" TO entryValid
    ELSE
        MOVE bkImage (bookFound) TO loanBookRecord
        IF lbLoanStatus NOT = SPACE AND lbLoanStatus NOT = "A"
            AND lbLoanStatus NOT = "H"
            DISPLAY "Loan is closed or rejected - terms cannot "
                "change."
            MOVE "N" TO entryValid
        END-IF
    END-IF
    IF entryValid = "Y"
        MOVE loanBookRecord TO auditBeforeImage
        MOVE lbRate TO previousRate
        DISPLAY "Loan " lbLoanId " " lbBorrower " rate " lbRate
            " term " lbTermYears " flag " lbInterestFlag
            " type " lbRateType
        IF lbRateType = "V" OR lbRateType = "v"
            PERFORM ModifyVariableTerms
        ELSE
            DISPLAY "New annual rate (4 digits, blank to keep): "
            ACCEPT keyedRateText
            IF keyedRateText NOT = SPACES
                IF keyedRateText IS NUMERIC
                    MOVE keyedRateText TO lbRate (1:4)
                ELSE
                    DISPLAY "Rate must be numeric."
                    MOVE "N" TO entryValid
                END-IF
            END-IF
        END-IF
    END-IF
    IF entryValid = "Y"
        DISPLAY "New term in years (3 digits, blank to keep): "
        ACCEPT keyedTermText
        IF keyedTermText NOT = SPACES
            IF keyedTermText IS NUMERIC AND keyedTermText > ZERO
                MOVE keyedTermText TO lbTermYears
            ELSE
                DISPLAY "Term must be numeric and above zero."
                MOVE "N" TO entryValid
            END-IF
        END-IF
    END-IF
    IF entryValid = "Y"
        DISPLAY "(S)imple or (C)ompound (blank to keep): "
        ACCEPT keyedFlag
        INSPECT keyedFlag CONVERTING "sc" TO "SC"
        IF keyedFlag = "S" OR keyedFlag = "C"
            MOVE keyedFlag TO lbInterestFlag
        ELSE
        IF keyedFlag NOT = SPACE
            DISPLAY "Interest flag must be S or C."
            MOVE "N" TO entryValid
        END-IF
        END-IF
    END-IF
    IF entryValid = "Y"
        IF loanBookRecord = auditBeforeImage
            DISPLAY "Nothing changed."
        ELSE
            MOVE loanBookRecord TO bkImage (bookFound)
            MOVE loanBookRecord TO auditAfterImage
            MOVE "Y" TO bookChanged
            ADD 1 TO decisionCount
            MOVE "MODIFY" TO auditTransactionType
            PERFORM WriteLoanAuditRecord
            IF lbRateType NOT = "V" AND lbRateType NOT = "v"
                AND lbRate NOT = previousRate
                PERFORM PutFixedRateInForce
            END-IF
            DISPLAY "Terms changed."
        END-IF
    ELSE
        DISPLAY "Nothing changed."
    END-IF.
ModifyVariableTerms.
    DISPLAY "New margin (4 digits, blank to keep): "
    ACCEPT keyedRateText
    IF keyedRateText NOT = SPACES
        IF keyedRateText IS NUMERIC
            MOVE keyedRateText TO lbMarginRate (1:4)
        ELSE
            DISPLAY "Margin must be numeric."
            MOVE "N" TO entryValid
        END-IF
    END-IF
    IF entryValid = "Y"
        DISPLAY "New reset months (2 digits, blank to keep): "
        ACCEPT keyedMonthsText
        IF keyedMonthsText NOT = SPACES
            IF keyedMonthsText IS NUMERIC
                AND keyedMonthsText > ZERO
                MOVE keyedMonthsText TO lbResetMonths
            ELSE
                DISPLAY "Reset months must be numeric and above "
                    "zero."
                MOVE "N" TO entryValid
            END-IF
        END-IF
    END-IF
    IF entryValid = "Y"
        DISPLAY "New floor (4 digits, blank to keep): "
        ACCEPT keyedRateText
        IF keyedRateText NOT = SPACES
            IF keyedRateText IS NUMERIC
                MOVE keyedRateText TO lbFloorRate (1:4)
            ELSE
                DISPLAY "Floor must be numeric."
                MOVE "N" TO entryValid
            END-IF
        END-IF
    END-IF
    IF entryValid = "Y"
        DISPLAY "New cap (4 digits, blank to keep): "
        ACCEPT keyedRateText
        IF keyedRateText NOT = SPACES
            IF keyedRateText IS NUMERIC
                MOVE keyedRateText TO lbCapRate (1:4)
            ELSE
                DISPLAY "Cap must be numeric."
                MOVE "N" TO entryValid
            END-IF
        END-IF
    END-IF
    IF entryValid = "Y"
        IF lbCapRate > ZERO AND lbCapRate < lbFloorRate
            DISPLAY "Cap is below the floor."
            MOVE "N" TO entryValid
        ELSE
            DISPLAY "Variable terms take effect at the next reset."
        END-IF
    END-IF.
PutFixedRateInForce.
    MOVE ZERO TO balanceFound
    PERFORM MatchOneBalance
        VARYING balanceIndex FROM 1 BY 1
        UNTIL balanceIndex > balanceCount OR balanceFound > ZERO
    IF balanceFound > ZERO
        MOVE btImage (balanceFound) TO loanBalanceRecord
        IF blAccruedInterest IS NOT NUMERIC
            MOVE ZERO TO blAccruedInterest
        END-IF
        IF blInterestToDate IS NOT NUMERIC
            OR blInterestToDate = ZERO
            MOVE blLastPaymentDate TO blInterestToDate
        END-IF
        IF blNextResetDate IS NOT NUMERIC
            MOVE ZERO TO blNextResetDate
        END-IF
        COMPUTE settleDays = FUNCTION INTEGER-OF-DATE(runDate)
            - FUNCTION INTEGER-OF-DATE(blInterestToDate)
        IF settleDays > ZERO
            COMPUTE roundWorkAmount = blPrincipalBalance
                * (blAnnualRate / 100) * settleDays / 365
            CALL "APPLY-ROUNDING-POLICY" USING roundWorkAmount
            ADD roundWorkAmount TO blAccruedInterest
            MOVE runDate TO blInterestToDate
        END-IF
        MOVE lbRate TO blAnnualRate
        MOVE loanBalanceRecord TO btImage (balanceFound)
        MOVE "Y" TO balanceChanged
        DISPLAY "New rate in force on LOANBAL.DAT from today; "
            "interest to today settled at the old rate."
    END-IF.
MatchOneBalance.
    IF btImage (balanceIndex) (1:10) = keyedLoanId
        MOVE balanceIndex TO balanceFound
    END-IF.
ChangeLoanStatus.
    MOVE "Y" TO entryValid
    DISPLAY "Loan ID: "
    ACCEPT keyedLoanId
    PERFORM FindBookEntry
    IF bookFound = ZERO
        DISPLAY "Loan " keyedLoanId " is not on the book."
        MOVE "N" TO entryValid
    ELSE
        MOVE bkImage (bookFound) TO loanBookRecord
        IF lbLoanStatus NOT = SPACE AND lbLoanStatus NOT = "A"
            DISPLAY "Only an active loan can be closed."
            MOVE "N" TO entryValid
        END-IF
    END-IF
    IF entryValid = "Y"
        MOVE loanBookRecord TO auditBeforeImage
        DISPLAY "Mark (P)aid off or (W)ritten off: "
        ACCEPT keyedDecision
        INSPECT keyedDecision CONVERTING "pw" TO "PW"
        IF keyedDecision = "P"
            PERFORM CheckBalanceCleared
        ELSE
        IF keyedDecision NOT = "W"
            DISPLAY "Status must be P or W."
            MOVE "N" TO entryValid
        END-IF
        END-IF
    END-IF
    IF entryValid = "Y"
        MOVE keyedDecision TO lbLoanStatus
        MOVE runDate TO lbStatusDate
        MOVE loanBookRecord TO bkImage (bookFound)
        MOVE loanBookRecord TO auditAfterImage
        IF keyedDecision = "P"
            MOVE "PAIDOF" TO auditTransactionType
        ELSE
            MOVE "WRTOFF" TO auditTransactionType
        END-IF
        PERFORM WriteLoanAuditRecord
        MOVE "Y" TO bookChanged
        ADD 1 TO decisionCount
        DISPLAY "Loan " keyedLoanId " closed - out of the active "
            "portfolio."
    ELSE
        DISPLAY "Status not changed."
    END-IF.
CheckBalanceCleared.
    MOVE ZERO TO balanceFound
    PERFORM MatchOneBalance
        VARYING balanceIndex FROM 1 BY 1
        UNTIL balanceIndex > balanceCount OR balanceFound > ZERO
    IF balanceFound = ZERO
        DISPLAY "No payments posted against this loan - it cannot "
            "be paid off."
        MOVE "N" TO entryValid
    ELSE
        MOVE btImage (balanceFound) TO loanBalanceRecord
        IF blPrincipalBalance > ZERO
            DISPLAY "Principal " blPrincipalBalance
                " still outstanding - not paid off."
            MOVE "N" TO entryValid
        END-IF
    END-IF.
ApproveHeldLoans.
    PERFORM CheckApproverAuthorization
    IF operatorAuthorized = "N"
        DISPLAY "You are not authorized to approve loans."
    ELSE
        PERFORM ListOneHeldLoan
            VARYING bookIndex FROM 1 BY 1
            UNTIL bookIndex > bookCount
        DISPLAY "Held loan ID (blank to finish): "
        ACCEPT keyedLoanId
        IF keyedLoanId NOT = SPACES
            PERFORM DecideOneHeldLoan
        END-IF
    END-IF.
CheckApproverAuthorization.
    MOVE "N" TO operatorAuthorized
    MOVE "N" TO authMatrixDeployed
    MOVE "N" TO operAuthEOF
    OPEN INPUT operAuthFile
    IF operAuthStatus = "00"
        MOVE "Y" TO authMatrixDeployed
        PERFORM FindOperAuthRow UNTIL operAuthEOF = "Y"
        CLOSE operAuthFile
    END-IF
    IF authMatrixDeployed = "N"
        MOVE "Y" TO operatorAuthorized
    END-IF.
FindOperAuthRow.
    READ operAuthFile
        AT END MOVE "Y" TO operAuthEOF
        NOT AT END
            IF oaOperatorId = operatorId
                AND oaApproverFlag = "Y"
                MOVE "Y" TO operatorAuthorized
            END-IF
    END-READ.
ListOneHeldLoan.
    MOVE bkImage (bookIndex) TO loanBookRecord
    IF lbLoanStatus = "H"
        PERFORM DisplayBookListLine
    END-IF.
DecideOneHeldLoan.
    PERFORM FindBookEntry
    IF bookFound = ZERO
        DISPLAY "Loan " keyedLoanId " is not on the book."
    ELSE
        MOVE bkImage (bookFound) TO loanBookRecord
        IF lbLoanStatus NOT = "H"
            DISPLAY "Loan " keyedLoanId " is not held."
        ELSE
        IF lbBookedBy = operatorId
            DISPLAY "You booked this loan - another approver "
                "must decide it."
        ELSE
            MOVE loanBookRecord TO auditBeforeImage
            DISPLAY "(A)pprove or (R)eject: "
            ACCEPT keyedDecision
            EVALUATE keyedDecision
                WHEN "A" WHEN "a"
                    MOVE "A" TO lbLoanStatus
                    MOVE "APPROV" TO auditTransactionType
                WHEN "R" WHEN "r"
                    MOVE "R" TO lbLoanStatus
                    MOVE "REJECT" TO auditTransactionType
                WHEN OTHER
                    MOVE SPACES TO auditTransactionType
            END-EVALUATE
            IF auditTransactionType = SPACES
                DISPLAY "No decision recorded."
            ELSE
                MOVE runDate TO lbStatusDate
                MOVE loanBookRecord TO bkImage (bookFound)
                MOVE loanBookRecord TO auditAfterImage
                PERFORM WriteLoanAuditRecord
                MOVE "Y" TO bookChanged
                ADD 1 TO decisionCount
                DISPLAY "Decision recorded."
            END-IF
        END-IF
        END-IF
    END-IF.
ListLoanBook.
    PERFORM ListOneLoan
        VARYING bookIndex FROM 1 BY 1
        UNTIL bookIndex > bookCount
    DISPLAY bookCount " loan(s) on the book.".
ListOneLoan.
    MOVE bkImage (bookIndex) TO loanBookRecord
    PERFORM DisplayBookListLine.
DisplayBookListLine.
    MOVE lbLoanId TO bllLoanId
    MOVE lbBorrower TO bllBorrower
    MOVE lbPrincipal TO bllPrincipal
    MOVE lbRate TO bllRate
    MOVE lbRateType TO bllRateType
    MOVE lbTermYears TO bllTermYears
    MOVE lbInterestFlag TO bllInterestFlag
    EVALUATE lbLoanStatus
        WHEN "H" MOVE "HELD" TO bllStatusText
        WHEN "R" MOVE "REJECTED" TO bllStatusText
        WHEN "P" MOVE "PAID OFF" TO bllStatusText
        WHEN "W" MOVE "WRITTEN OFF" TO bllStatusText
        WHEN OTHER MOVE "ACTIVE" TO bllStatusText
    END-EVALUATE
    MOVE lbBookedBy TO bllBookedBy
    DISPLAY bookListLine.
WriteLoanAuditRecord.
    OPEN EXTEND loanAuditFile
    IF loanAuditStatus = "05" OR loanAuditStatus = "35"
        OPEN OUTPUT loanAuditFile
    END-IF
    MOVE operatorId TO laOperatorId
    MOVE FUNCTION CURRENT-DATE TO laTimestamp
    MOVE auditTransactionType TO laTransactionType
    MOVE auditBeforeImage TO laBeforeImage
    MOVE auditAfterImage TO laAfterImage
    WRITE loanAuditRecord
    CLOSE loanAuditFile.
