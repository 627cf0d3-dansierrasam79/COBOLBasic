*> Month-end bank reconciliation. Money moves through the operating
*> account from three of the suite's files - customer receipts posted
*> by CASH-RECEIPTS-POSTING on CASHRCT.DAT, the payroll deposits
*> DIRECT-DEPOSIT-FILE sends the bank on BANKDEP.DAT, and borrower
*> repayments posted by LOAN-PAYMENT-POSTING on LOANPAY.DAT - and the
*> reconciliation was done with a highlighter. This imports the bank's
*> statement file BANKSTMT.DAT (shared layout BANKSTMT.cpy), refusing
*> it when the trailer does not agree with the lines, the movements
*> do not carry the opening balance to the closing one, or the
*> statement is already on the processed-batch register. Every
*> statement line is matched to a book item moving the same way for
*> the same amount whose date lies within the BANK-RECON window in
*> CTLLIMIT.DAT (value 1 = days either side, default 3): first to an
*> item whose reference (invoice number, loan ID or employee ID)
*> equals the bank's reference, then to the nearest date. A payroll
*> debit can match either a single deposit line or the whole
*> deposit batch's hash total. Matched book items are marked cleared
*> on the cleared-items register BANKCLR.DAT so next month's run
*> treats them as done. BANKREC.RPT shows the statement balance, the
*> receipts not yet on the statement (deposits in transit) and the
*> payroll deposits not yet through (outstanding payments), the
*> adjusted book balance, and the bank lines nothing matched - fees,
*> unknown deposits - for someone to investigate.
*> The receipt record layout now comes from the shared copybook
*> CASHRCT.cpy instead of a private copy.
IDENTIFICATION DIVISION.
PROGRAM-ID. BANK-RECONCILIATION.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT bankStatementFile ASSIGN TO "BANKSTMT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS bankStatementStatus.
    SELECT cashReceiptsFile ASSIGN TO "CASHRCT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS cashReceiptsStatus.
    SELECT loanPaymentFile ASSIGN TO "LOANPAY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS loanPaymentStatus.
    SELECT bankDepositFile ASSIGN TO "BANKDEP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS bankDepositStatus.
    SELECT clearedItemFile ASSIGN TO "BANKCLR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS clearedItemStatus.
    SELECT ctlLimitFile ASSIGN TO "CTLLIMIT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ctlLimitFileStatus.
    SELECT reconReportFile ASSIGN TO "BANKREC.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  bankStatementFile.
COPY "BANKSTMT.cpy".
FD  cashReceiptsFile.
COPY "CASHRCT.cpy".
FD  loanPaymentFile.
COPY "LOANPAY.cpy".
FD  bankDepositFile.
01 bankDepositRecord.
    05 bdRecordType PIC X(1).
    05 bdRoutingNumber PIC 9(09).
    05 bdAccountNumber PIC X(12).
    05 bdEmployeeId PIC 9(06).
    05 bdDepositAmount PIC 9(07)V99.
    05 FILLER PIC X(13).
01 bankDepositHeader REDEFINES bankDepositRecord.
    05 bdhRecordType PIC X(1).
    05 bdhRunDate PIC 9(08).
    05 FILLER PIC X(41).
01 bankDepositTrailer REDEFINES bankDepositRecord.
    05 bdtRecordType PIC X(1).
    05 bdtRecordCount PIC 9(05).
    05 bdtAmountHash PIC 9(11)V99.
    05 FILLER PIC X(31).
FD  clearedItemFile.
01 clearedItemRecord.
    05 ciSource PIC X(1).
    05 ciItemDate PIC 9(08).
    05 ciReference PIC X(16).
    05 ciAmount PIC 9(09)V99.
    05 ciStatementDate PIC 9(08).
    05 ciBankReference PIC X(16).
    05 ciClearedDate PIC 9(08).
FD  ctlLimitFile.
COPY "CTLLIMIT.cpy".
FD  reconReportFile.
01 reconReportRecord PIC X(110).
WORKING-STORAGE SECTION.
    01 bankStatementStatus PIC X(2) VALUE "00".
    01 cashReceiptsStatus PIC X(2) VALUE "00".
    01 loanPaymentStatus PIC X(2) VALUE "00".
    01 bankDepositStatus PIC X(2) VALUE "00".
    01 clearedItemStatus PIC X(2) VALUE "00".
    01 ctlLimitFileStatus PIC X(2) VALUE "00".
    01 bankStatementEOF PIC X(1) VALUE "N".
    01 cashReceiptsEOF PIC X(1) VALUE "N".
    01 loanPaymentEOF PIC X(1) VALUE "N".
    01 bankDepositEOF PIC X(1) VALUE "N".
    01 clearedItemEOF PIC X(1) VALUE "N".
    01 ctlLimitEOF PIC X(1) VALUE "N".
    01 runDate PIC 9(08).
    01 ctlBestEffectiveDate PIC 9(08) VALUE ZERO.
    01 ctlRowFound PIC X(1) VALUE "N".
    01 matchWindowDays PIC 9(03) VALUE 3.
    01 statementTable.
        05 statementEntry OCCURS 1000 TIMES.
            10 slValueDate PIC 9(08).
            10 slDrCrFlag PIC X(1).
            10 slAmount PIC 9(09)V99.
            10 slBankReference PIC X(16).
            10 slNarrative PIC X(30).
            10 slMatchedItem PIC 9(04).
    01 statementCount PIC 9(04) VALUE ZERO.
    01 statementIndex PIC 9(04).
    01 statementOverflow PIC X(1) VALUE "N".
    01 statementHeaderSeen PIC X(1) VALUE "N".
    01 statementTrailerSeen PIC X(1) VALUE "N".
    01 statementAccount PIC X(12).
    01 statementDate PIC 9(08) VALUE ZERO.
    01 openingBalance PIC S9(09)V99.
    01 closingBalance PIC S9(09)V99.
    01 trailerLineCount PIC 9(05) VALUE ZERO.
    01 trailerDebitTotal PIC 9(11)V99 VALUE ZERO.
    01 trailerCreditTotal PIC 9(11)V99 VALUE ZERO.
    01 statementDebitTotal PIC 9(11)V99 VALUE ZERO.
    01 statementCreditTotal PIC 9(11)V99 VALUE ZERO.
    01 computedClosing PIC S9(11)V99.
    01 statementRefusal PIC X(45) VALUE SPACES.
    01 batchRegisterId PIC X(08).
    01 batchRegResult PIC X(01).
    01 batchProgramName PIC X(27) VALUE "BANK-RECONCILIATION".
    01 bookItemTable.
        05 bookItemEntry OCCURS 3000 TIMES.
            10 biSource PIC X(1).
            10 biDirection PIC X(1).
            10 biItemDate PIC 9(08).
            10 biReference PIC X(16).
            10 biAmount PIC 9(09)V99.
            10 biCleared PIC X(1).
            10 biClearedNow PIC X(1).
    01 bookItemCount PIC 9(04) VALUE ZERO.
    01 bookItemIndex PIC 9(04).
    01 bookItemOverflow PIC X(1) VALUE "N".
    01 payrollBatchItem PIC 9(04) VALUE ZERO.
    01 payrollRunDate PIC 9(08) VALUE ZERO.
    01 payrollLinesOpen PIC 9(05) VALUE ZERO.
    01 payrollLinesBefore PIC 9(04).
    01 clearedTable.
        05 clearedEntry OCCURS 5000 TIMES.
            10 clSource PIC X(1).
            10 clItemDate PIC 9(08).
            10 clReference PIC X(16).
            10 clAmount PIC 9(09)V99.
            10 clUsed PIC X(1).
    01 clearedCount PIC 9(04) VALUE ZERO.
    01 clearedIndex PIC 9(04).
    01 clearedFound PIC 9(04).
    01 clearedOverflow PIC X(1) VALUE "N".
    01 candidateSource PIC X(1).
    01 candidateDate PIC 9(08).
    01 candidateReference PIC X(16).
    01 candidateAmount PIC 9(09)V99.
    01 candidateDirection PIC X(1).
    01 bestItem PIC 9(04).
    01 bestDayGap PIC 9(05).
    01 dayGap PIC S9(05).
    01 lineDateInteger PIC 9(08).
    01 matchByReference PIC X(1).
    01 matchedLineCount PIC 9(04) VALUE ZERO.
    01 unmatchedLineCount PIC 9(04) VALUE ZERO.
    01 unmatchedCredits PIC 9(11)V99 VALUE ZERO.
    01 unmatchedDebits PIC 9(11)V99 VALUE ZERO.
    01 inTransitTotal PIC 9(11)V99 VALUE ZERO.
    01 inTransitCount PIC 9(04) VALUE ZERO.
    01 outstandingTotal PIC 9(11)V99 VALUE ZERO.
    01 outstandingCount PIC 9(04) VALUE ZERO.
    01 adjustedBookBalance PIC S9(11)V99.
    01 bookBalanceBeforeBank PIC S9(11)V99.
    01 reportTitleLine.
        05 FILLER PIC X(29) VALUE "BANK RECONCILIATION ACCOUNT ".
        05 rtlAccount PIC X(12).
        05 FILLER PIC X(16) VALUE "  STATEMENT OF ".
        05 rtlStatementDate PIC 9999/99/99.
        05 FILLER PIC X(10) VALUE "  WINDOW ".
        05 rtlWindowDays PIC ZZ9.
        05 FILLER PIC X(5) VALUE " DAYS".
    01 sectionHeadLine PIC X(60).
    01 itemLine.
        05 FILLER PIC X(2) VALUE SPACES.
        05 ilDate PIC 9999/99/99.
        05 FILLER PIC X(1) VALUE SPACE.
        05 ilSourceText PIC X(10).
        05 FILLER PIC X(1) VALUE SPACE.
        05 ilReference PIC X(16).
        05 FILLER PIC X(1) VALUE SPACE.
        05 ilAmount PIC $$$,$$$,$$9.99.
        05 FILLER PIC X(1) VALUE SPACE.
        05 ilNote PIC X(30).
    01 summaryLine.
        05 smCaption PIC X(40).
        05 smAmount PIC -$$$,$$$,$$$,$$9.99.
        05 FILLER PIC X(2) VALUE SPACES.
        05 smCount PIC Z(03)9.
        05 FILLER PIC X(1) VALUE SPACE.
        05 smCountText PIC X(8).
    01 noItemsLine PIC X(20) VALUE "  NONE".
    01 blankLine PIC X(1) VALUE SPACE.
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27) VALUE "BANK-RECONCILIATION".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "BANK-RECONCILIATION", operatorId
    ACCEPT runDate FROM DATE YYYYMMDD
    MOVE "BANK RECONCILIATION" TO tlInputs
    PERFORM LoadMatchWindow
    PERFORM LoadBankStatement
    PERFORM ValidateBankStatement
    IF statementRefusal NOT = SPACES
        DISPLAY "STATEMENT REFUSED - " statementRefusal
        MOVE "REJECTED" TO logRunStatus
        MOVE "STATEMENT REFUSED" TO tlResultOut
    ELSE
        PERFORM LoadClearedItems
        PERFORM LoadCashReceipts
        PERFORM LoadLoanPayments
        PERFORM LoadPayrollDeposits
        IF clearedOverflow = "Y" OR bookItemOverflow = "Y"
            DISPLAY "BOOK ITEMS OR BANKCLR.DAT OVERFLOW THE WORK "
                "TABLE - RECONCILIATION REFUSED"
            MOVE "REJECTED" TO logRunStatus
            MOVE "OVERFLOW" TO tlResultOut
        ELSE
            PERFORM MatchOneStatementLine
                VARYING statementIndex FROM 1 BY 1
                UNTIL statementIndex > statementCount
            PERFORM WriteReconciliationReport
            PERFORM AppendClearedItems
            CALL "BATCH-REGISTER" USING batchProgramName,
                batchRegisterId, "R", batchRegResult
            MOVE SPACES TO tlResultOut
            STRING "UNMATCHED=" DELIMITED BY SIZE
                unmatchedLineCount DELIMITED BY SIZE
                INTO tlResultOut
            END-STRING
        END-IF
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
LoadMatchWindow.
    MOVE "N" TO ctlLimitEOF
    OPEN INPUT ctlLimitFile
    IF ctlLimitFileStatus = "00"
        PERFORM FindWindowRow UNTIL ctlLimitEOF = "Y"
        CLOSE ctlLimitFile
    END-IF.
FindWindowRow.
    READ ctlLimitFile
        AT END MOVE "Y" TO ctlLimitEOF
        NOT AT END
            IF CTL-EFFECTIVE-DATE IS NOT NUMERIC
                MOVE ZERO TO CTL-EFFECTIVE-DATE
            END-IF
            IF CTL-CHECK-NAME = "BANK-RECON"
                AND CTL-EFFECTIVE-DATE <= runDate
                AND (ctlRowFound = "N"
                    OR CTL-EFFECTIVE-DATE >= ctlBestEffectiveDate)
                MOVE CTL-LIMIT-VALUE-1 TO matchWindowDays
                MOVE CTL-EFFECTIVE-DATE TO ctlBestEffectiveDate
                MOVE "Y" TO ctlRowFound
            END-IF
    END-READ.
LoadBankStatement.
    MOVE "N" TO bankStatementEOF
    OPEN INPUT bankStatementFile
    IF bankStatementStatus = "00"
        PERFORM TakeOneStatementRow UNTIL bankStatementEOF = "Y"
        CLOSE bankStatementFile
    END-IF.
TakeOneStatementRow.
    READ bankStatementFile
        AT END MOVE "Y" TO bankStatementEOF
        NOT AT END
            EVALUATE bsRecordType
                WHEN "H"
                    MOVE "Y" TO statementHeaderSeen
                    MOVE bhAccountNumber TO statementAccount
                    MOVE bhStatementDate TO statementDate
                    MOVE bhOpeningBalance TO openingBalance
                    IF bhOpeningSign = "-"
                        COMPUTE openingBalance = ZERO - openingBalance
                    END-IF
                    MOVE bhClosingBalance TO closingBalance
                    IF bhClosingSign = "-"
                        COMPUTE closingBalance = ZERO - closingBalance
                    END-IF
                WHEN "D"
                    PERFORM AddStatementLine
                WHEN "T"
                    MOVE "Y" TO statementTrailerSeen
                    MOVE btrLineCount TO trailerLineCount
                    MOVE btrDebitTotal TO trailerDebitTotal
                    MOVE btrCreditTotal TO trailerCreditTotal
            END-EVALUATE
    END-READ.
AddStatementLine.
    IF statementCount = 1000
        MOVE "Y" TO statementOverflow
    ELSE
        ADD 1 TO statementCount
        MOVE bsValueDate TO slValueDate (statementCount)
        MOVE bsDrCrFlag TO slDrCrFlag (statementCount)
        MOVE bsAmount TO slAmount (statementCount)
        MOVE bsBankReference TO slBankReference (statementCount)
        MOVE bsNarrative TO slNarrative (statementCount)
        MOVE ZERO TO slMatchedItem (statementCount)
        IF bsDrCrFlag = "D"
            ADD bsAmount TO statementDebitTotal
        ELSE
            ADD bsAmount TO statementCreditTotal
        END-IF
    END-IF.
ValidateBankStatement.
    MOVE SPACES TO batchRegisterId
    STRING "BS" DELIMITED BY SIZE
        statementDate (3:6) DELIMITED BY SIZE
        INTO batchRegisterId
    END-STRING
    COMPUTE computedClosing = openingBalance
        + statementCreditTotal - statementDebitTotal
    IF bankStatementStatus NOT = "00"
        MOVE "BANKSTMT.DAT NOT AVAILABLE" TO statementRefusal
    ELSE
    IF statementHeaderSeen = "N" OR statementTrailerSeen = "N"
        MOVE "HEADER OR TRAILER MISSING" TO statementRefusal
    ELSE
    IF statementOverflow = "Y"
        MOVE "TOO MANY LINES FOR THE WORK TABLE"
            TO statementRefusal
    ELSE
    IF trailerLineCount NOT = statementCount
        OR trailerDebitTotal NOT = statementDebitTotal
        OR trailerCreditTotal NOT = statementCreditTotal
        MOVE "TRAILER DOES NOT MATCH LINES READ"
            TO statementRefusal
    ELSE
    IF computedClosing NOT = closingBalance
        MOVE "MOVEMENTS DO NOT REACH THE CLOSING BALANCE"
            TO statementRefusal
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    IF statementRefusal = SPACES
        CALL "BATCH-REGISTER" USING batchProgramName,
            batchRegisterId, "C", batchRegResult
        IF batchRegResult = "D"
            MOVE "STATEMENT ALREADY RECONCILED" TO statementRefusal
        END-IF
    END-IF.
LoadClearedItems.
    MOVE ZERO TO clearedCount
    MOVE "N" TO clearedItemEOF
    OPEN INPUT clearedItemFile
    IF clearedItemStatus = "00"
        PERFORM TakeOneClearedRow
            UNTIL clearedItemEOF = "Y" OR clearedOverflow = "Y"
        CLOSE clearedItemFile
    END-IF.
TakeOneClearedRow.
    READ clearedItemFile
        AT END MOVE "Y" TO clearedItemEOF
        NOT AT END
            IF clearedCount = 5000
                MOVE "Y" TO clearedOverflow
            ELSE
                ADD 1 TO clearedCount
                MOVE ciSource TO clSource (clearedCount)
                MOVE ciItemDate TO clItemDate (clearedCount)
                MOVE ciReference TO clReference (clearedCount)
                MOVE ciAmount TO clAmount (clearedCount)
                MOVE "N" TO clUsed (clearedCount)
            END-IF
    END-READ.
LoadCashReceipts.
    MOVE "N" TO cashReceiptsEOF
    OPEN INPUT cashReceiptsFile
    IF cashReceiptsStatus = "00"
        PERFORM TakeOneReceipt UNTIL cashReceiptsEOF = "Y"
        CLOSE cashReceiptsFile
    END-IF.
TakeOneReceipt.
    READ cashReceiptsFile
        AT END MOVE "Y" TO cashReceiptsEOF
        NOT AT END
            IF crReceiptDate <= statementDate
                MOVE "R" TO candidateSource
                MOVE "C" TO candidateDirection
                MOVE crReceiptDate TO candidateDate
                MOVE crInvoiceNumber TO candidateReference
                MOVE crReceiptAmount TO candidateAmount
                PERFORM AddBookItem
            END-IF
    END-READ.
LoadLoanPayments.
    MOVE "N" TO loanPaymentEOF
    OPEN INPUT loanPaymentFile
    IF loanPaymentStatus = "00"
        PERFORM TakeOneLoanPayment UNTIL loanPaymentEOF = "Y"
        CLOSE loanPaymentFile
    END-IF.
TakeOneLoanPayment.
    READ loanPaymentFile
        AT END MOVE "Y" TO loanPaymentEOF
        NOT AT END
            IF lpPaymentDate <= statementDate
                MOVE "L" TO candidateSource
                MOVE "C" TO candidateDirection
                MOVE lpPaymentDate TO candidateDate
                MOVE lpLoanId TO candidateReference
                MOVE lpPaymentAmount TO candidateAmount
                PERFORM AddBookItem
            END-IF
    END-READ.
LoadPayrollDeposits.
    MOVE ZERO TO payrollBatchItem
    MOVE ZERO TO payrollRunDate
    MOVE "N" TO bankDepositEOF
    OPEN INPUT bankDepositFile
    IF bankDepositStatus = "00"
        PERFORM TakeOneDepositRow UNTIL bankDepositEOF = "Y"
        CLOSE bankDepositFile
    END-IF.
TakeOneDepositRow.
    READ bankDepositFile
        AT END MOVE "Y" TO bankDepositEOF
        NOT AT END
            EVALUATE bdRecordType
                WHEN "H"
                    MOVE bdhRunDate TO payrollRunDate
                    MOVE ZERO TO payrollLinesOpen
                WHEN "D"
                    IF payrollRunDate <= statementDate
                        MOVE bookItemCount TO payrollLinesBefore
                        MOVE "P" TO candidateSource
                        MOVE "D" TO candidateDirection
                        MOVE payrollRunDate TO candidateDate
                        MOVE bdEmployeeId TO candidateReference
                        MOVE bdDepositAmount TO candidateAmount
                        PERFORM AddBookItem
                        IF bookItemCount > payrollLinesBefore
                            ADD 1 TO payrollLinesOpen
                        END-IF
                    END-IF
                WHEN "T"
                    IF payrollRunDate <= statementDate
                        AND payrollLinesOpen > ZERO
                        PERFORM AddPayrollBatchItem
                    END-IF
            END-EVALUATE
    END-READ.
AddPayrollBatchItem.
    IF bookItemCount = 3000
        MOVE "Y" TO bookItemOverflow
    ELSE
        ADD 1 TO bookItemCount
        MOVE bookItemCount TO payrollBatchItem
        MOVE "B" TO biSource (bookItemCount)
        MOVE "D" TO biDirection (bookItemCount)
        MOVE payrollRunDate TO biItemDate (bookItemCount)
        MOVE "PAYROLL" TO biReference (bookItemCount)
        MOVE bdtAmountHash TO biAmount (bookItemCount)
        MOVE "N" TO biCleared (bookItemCount)
        MOVE "N" TO biClearedNow (bookItemCount)
    END-IF.
AddBookItem.
    MOVE ZERO TO clearedFound
    PERFORM MatchOneClearedItem
        VARYING clearedIndex FROM 1 BY 1
        UNTIL clearedIndex > clearedCount OR clearedFound > ZERO
    IF clearedFound > ZERO
        MOVE "Y" TO clUsed (clearedFound)
    ELSE
    IF bookItemCount = 3000
        MOVE "Y" TO bookItemOverflow
    ELSE
        ADD 1 TO bookItemCount
        MOVE candidateSource TO biSource (bookItemCount)
        MOVE candidateDirection TO biDirection (bookItemCount)
        MOVE candidateDate TO biItemDate (bookItemCount)
        MOVE candidateReference TO biReference (bookItemCount)
        MOVE candidateAmount TO biAmount (bookItemCount)
        MOVE "N" TO biCleared (bookItemCount)
        MOVE "N" TO biClearedNow (bookItemCount)
    END-IF
    END-IF.
MatchOneClearedItem.
    IF clUsed (clearedIndex) = "N"
        AND clSource (clearedIndex) = candidateSource
        AND clItemDate (clearedIndex) = candidateDate
        AND clReference (clearedIndex) = candidateReference
        AND clAmount (clearedIndex) = candidateAmount
        MOVE clearedIndex TO clearedFound
    END-IF.
MatchOneStatementLine.
    COMPUTE lineDateInteger =
        FUNCTION INTEGER-OF-DATE(slValueDate (statementIndex))
    MOVE ZERO TO bestItem
    MOVE "Y" TO matchByReference
    PERFORM TryOneBookItem
        VARYING bookItemIndex FROM 1 BY 1
        UNTIL bookItemIndex > bookItemCount
    IF bestItem = ZERO
        MOVE "N" TO matchByReference
        PERFORM TryOneBookItem
            VARYING bookItemIndex FROM 1 BY 1
            UNTIL bookItemIndex > bookItemCount
    END-IF
    IF bestItem > ZERO
        MOVE bestItem TO slMatchedItem (statementIndex)
        MOVE "Y" TO biCleared (bestItem)
        MOVE "Y" TO biClearedNow (bestItem)
        IF biSource (bestItem) = "B"
            PERFORM ClearOnePayrollLine
                VARYING bookItemIndex FROM 1 BY 1
                UNTIL bookItemIndex > bookItemCount
        END-IF
        ADD 1 TO matchedLineCount
    ELSE
        ADD 1 TO unmatchedLineCount
        IF slDrCrFlag (statementIndex) = "D"
            ADD slAmount (statementIndex) TO unmatchedDebits
        ELSE
            ADD slAmount (statementIndex) TO unmatchedCredits
        END-IF
    END-IF.
TryOneBookItem.
    IF biCleared (bookItemIndex) = "N"
        AND biDirection (bookItemIndex) = slDrCrFlag (statementIndex)
        AND biAmount (bookItemIndex) = slAmount (statementIndex)
        AND (matchByReference = "N"
            OR biReference (bookItemIndex)
                = slBankReference (statementIndex))
        COMPUTE dayGap = lineDateInteger
            - FUNCTION INTEGER-OF-DATE(biItemDate (bookItemIndex))
        IF dayGap < ZERO
            COMPUTE dayGap = ZERO - dayGap
        END-IF
        IF dayGap <= matchWindowDays
            AND (bestItem = ZERO OR dayGap < bestDayGap)
            MOVE bookItemIndex TO bestItem
            MOVE dayGap TO bestDayGap
        END-IF
    END-IF.
ClearOnePayrollLine.
    IF biSource (bookItemIndex) = "P"
        AND biCleared (bookItemIndex) = "N"
        AND biItemDate (bookItemIndex) = biItemDate (bestItem)
        MOVE "Y" TO biCleared (bookItemIndex)
        MOVE "Y" TO biClearedNow (bookItemIndex)
    END-IF.
WriteReconciliationReport.
    OPEN OUTPUT reconReportFile
    MOVE statementAccount TO rtlAccount
    MOVE statementDate TO rtlStatementDate
    MOVE matchWindowDays TO rtlWindowDays
    WRITE reconReportRecord FROM reportTitleLine
    WRITE reconReportRecord FROM blankLine
    MOVE "DEPOSITS IN TRANSIT - RECEIPTS NOT YET ON THE STATEMENT"
        TO sectionHeadLine
    WRITE reconReportRecord FROM sectionHeadLine
    PERFORM ListOneInTransitItem
        VARYING bookItemIndex FROM 1 BY 1
        UNTIL bookItemIndex > bookItemCount
    IF inTransitCount = ZERO
        WRITE reconReportRecord FROM noItemsLine
    END-IF
    WRITE reconReportRecord FROM blankLine
    MOVE "OUTSTANDING PAYMENTS - DEPOSITS NOT YET THROUGH THE BANK"
        TO sectionHeadLine
    WRITE reconReportRecord FROM sectionHeadLine
    PERFORM ListOneOutstandingItem
        VARYING bookItemIndex FROM 1 BY 1
        UNTIL bookItemIndex > bookItemCount
    IF outstandingCount = ZERO
        WRITE reconReportRecord FROM noItemsLine
    END-IF
    WRITE reconReportRecord FROM blankLine
    MOVE "UNMATCHED BANK LINES - INVESTIGATE" TO sectionHeadLine
    WRITE reconReportRecord FROM sectionHeadLine
    PERFORM ListOneUnmatchedLine
        VARYING statementIndex FROM 1 BY 1
        UNTIL statementIndex > statementCount
    IF unmatchedLineCount = ZERO
        WRITE reconReportRecord FROM noItemsLine
    END-IF
    WRITE reconReportRecord FROM blankLine
    COMPUTE adjustedBookBalance = closingBalance
        + inTransitTotal - outstandingTotal
    COMPUTE bookBalanceBeforeBank = adjustedBookBalance
        - unmatchedCredits + unmatchedDebits
    MOVE "STATEMENT CLOSING BALANCE" TO smCaption
    MOVE closingBalance TO smAmount
    MOVE statementCount TO smCount
    MOVE "LINES" TO smCountText
    WRITE reconReportRecord FROM summaryLine
    MOVE "  LINES MATCHED AND CLEARED" TO smCaption
    MOVE ZERO TO smAmount
    MOVE matchedLineCount TO smCount
    MOVE "LINES" TO smCountText
    WRITE reconReportRecord FROM summaryLine
    MOVE "ADD DEPOSITS IN TRANSIT" TO smCaption
    MOVE inTransitTotal TO smAmount
    MOVE inTransitCount TO smCount
    MOVE "ITEMS" TO smCountText
    WRITE reconReportRecord FROM summaryLine
    MOVE "LESS OUTSTANDING PAYMENTS" TO smCaption
    COMPUTE smAmount = ZERO - outstandingTotal
    MOVE outstandingCount TO smCount
    MOVE "ITEMS" TO smCountText
    WRITE reconReportRecord FROM summaryLine
    MOVE "ADJUSTED BOOK BALANCE" TO smCaption
    MOVE adjustedBookBalance TO smAmount
    MOVE ZERO TO smCount
    MOVE SPACES TO smCountText
    WRITE reconReportRecord FROM summaryLine
    MOVE "UNMATCHED BANK CREDITS TO RECORD" TO smCaption
    MOVE unmatchedCredits TO smAmount
    WRITE reconReportRecord FROM summaryLine
    MOVE "UNMATCHED BANK DEBITS TO RECORD" TO smCaption
    COMPUTE smAmount = ZERO - unmatchedDebits
    WRITE reconReportRecord FROM summaryLine
    MOVE "BOOK BALANCE BEFORE BANK ITEMS" TO smCaption
    MOVE bookBalanceBeforeBank TO smAmount
    WRITE reconReportRecord FROM summaryLine
    CLOSE reconReportFile
    DISPLAY "BANKREC.RPT written - " matchedLineCount
        " line(s) matched, " unmatchedLineCount " to investigate.".
ListOneInTransitItem.
    IF biCleared (bookItemIndex) = "N"
        AND biDirection (bookItemIndex) = "C"
        ADD 1 TO inTransitCount
        ADD biAmount (bookItemIndex) TO inTransitTotal
        PERFORM WriteBookItemLine
    END-IF.
ListOneOutstandingItem.
    IF biCleared (bookItemIndex) = "N"
        AND biSource (bookItemIndex) = "P"
        ADD 1 TO outstandingCount
        ADD biAmount (bookItemIndex) TO outstandingTotal
        PERFORM WriteBookItemLine
    END-IF.
WriteBookItemLine.
    MOVE biItemDate (bookItemIndex) TO ilDate
    EVALUATE biSource (bookItemIndex)
        WHEN "R" MOVE "RECEIPT" TO ilSourceText
        WHEN "L" MOVE "LOAN PAYMT" TO ilSourceText
        WHEN OTHER MOVE "PAYROLL" TO ilSourceText
    END-EVALUATE
    MOVE biReference (bookItemIndex) TO ilReference
    MOVE biAmount (bookItemIndex) TO ilAmount
    MOVE SPACES TO ilNote
    WRITE reconReportRecord FROM itemLine.
ListOneUnmatchedLine.
    IF slMatchedItem (statementIndex) = ZERO
        MOVE slValueDate (statementIndex) TO ilDate
        IF slDrCrFlag (statementIndex) = "D"
            MOVE "BANK DEBIT" TO ilSourceText
        ELSE
            MOVE "BANK CRED" TO ilSourceText
        END-IF
        MOVE slBankReference (statementIndex) TO ilReference
        MOVE slAmount (statementIndex) TO ilAmount
        MOVE slNarrative (statementIndex) TO ilNote
        WRITE reconReportRecord FROM itemLine
    END-IF.
AppendClearedItems.
    OPEN EXTEND clearedItemFile
    IF clearedItemStatus = "05" OR clearedItemStatus = "35"
        OPEN OUTPUT clearedItemFile
    END-IF
    PERFORM WriteOneClearedItem
        VARYING statementIndex FROM 1 BY 1
        UNTIL statementIndex > statementCount
    PERFORM WriteOneClearedPayrollLine
        VARYING bookItemIndex FROM 1 BY 1
        UNTIL bookItemIndex > bookItemCount
    CLOSE clearedItemFile.
WriteOneClearedItem.
    IF slMatchedItem (statementIndex) > ZERO
        MOVE slMatchedItem (statementIndex) TO bookItemIndex
        IF biSource (bookItemIndex) NOT = "B"
            PERFORM WriteClearedRecord
        END-IF
    END-IF.
WriteOneClearedPayrollLine.
    IF biClearedNow (bookItemIndex) = "Y"
        AND biSource (bookItemIndex) = "P"
        MOVE ZERO TO statementIndex
        PERFORM FindClearingLine
        IF statementIndex = ZERO
            PERFORM WriteClearedRecord
        END-IF
    END-IF.
FindClearingLine.
    PERFORM MatchClearingLine
        VARYING clearedIndex FROM 1 BY 1
        UNTIL clearedIndex > statementCount OR statementIndex > ZERO.
MatchClearingLine.
    IF slMatchedItem (clearedIndex) = bookItemIndex
        MOVE clearedIndex TO statementIndex
    END-IF.
WriteClearedRecord.
    MOVE biSource (bookItemIndex) TO ciSource
    MOVE biItemDate (bookItemIndex) TO ciItemDate
    MOVE biReference (bookItemIndex) TO ciReference
    MOVE biAmount (bookItemIndex) TO ciAmount
    MOVE statementDate TO ciStatementDate
    IF statementIndex > ZERO
        MOVE slBankReference (statementIndex) TO ciBankReference
    ELSE
        MOVE "PAYROLL BATCH" TO ciBankReference
    END-IF
    MOVE runDate TO ciClearedDate
    WRITE clearedItemRecord.
