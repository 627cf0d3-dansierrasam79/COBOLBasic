*> General-ledger posting, account balances and trial balance.
*> GL-JOURNAL-EXTRACT writes the night's balanced journal to
*> GLJRNL.DAT but nothing in the suite read it back - the accountant
*> re-keyed it into the ledger package and "what is the balance on
*> freight expense" could not be answered here. (P)ost applies the
*> batch on GLJRNL.DAT to the account-balance file GLBAL.DAT (one row
*> per GLCHART.DAT account and fiscal period YYYYMM, debit and credit
*> totals) and keeps every posted line on the ledger detail file
*> GLDETAIL.DAT with its batch, source type and reference. The batch
*> is refused whole when its ID is already on the processed-batch
*> register (BATCH-REGISTER), when PERIOD-CONTROL-CHECK shows its run
*> date's period closed, when the "T" trailer's line count or hash
*> totals don't match the lines read or debits don't equal credits,
*> or when a line names an account that is not on the chart.
*> (T)rial balance prints every account's balance as at the end of a
*> period to GLTB.RPT in debit and credit columns; the columns must
*> net to zero and the run is logged as an error when they don't.
*> (A)ctivity lists, for one account or all of them and a period
*> range, the opening balance, every posted line with its batch,
*> source type and reference, and the closing balance to GLACT.RPT.
IDENTIFICATION DIVISION.
PROGRAM-ID. GENERAL-LEDGER-POSTING.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT chartFile ASSIGN TO "GLCHART.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS chartFileStatus.
    SELECT journalFile ASSIGN TO "GLJRNL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS journalFileStatus.
    SELECT ledgerBalanceFile ASSIGN TO "GLBAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ledgerBalanceStatus.
    SELECT ledgerDetailFile ASSIGN TO "GLDETAIL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ledgerDetailStatus.
    SELECT trialBalanceFile ASSIGN TO "GLTB.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT activityReportFile ASSIGN TO "GLACT.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  chartFile.
01 chartRecord.
    05 gcAccountNumber PIC 9(06).
    05 gcAccountName PIC X(20).
    05 gcSourceType PIC X(8).
    05 gcDrCrFlag PIC X(1).
FD  journalFile.
01 journalHeaderRecord.
    05 jhRecordType PIC X(1).
    05 jhBatchId.
        10 jhBatchPrefix PIC X(2).
        10 jhBatchDate PIC 9(08).
    05 jhRunDate PIC 9(08).
01 journalDetailRecord.
    05 jdRecordType PIC X(1).
    05 jdAccountNumber PIC 9(06).
    05 jdDrCrFlag PIC X(1).
    05 jdAmount PIC 9(09)V99.
    05 jdSourceType PIC X(8).
    05 jdReference PIC X(15).
01 journalTrailerRecord.
    05 jtRecordType PIC X(1).
    05 jtLineCount PIC 9(05).
    05 jtDebitTotal PIC 9(11)V99.
    05 jtCreditTotal PIC 9(11)V99.
FD  ledgerBalanceFile.
01 ledgerBalanceRecord.
    05 gbAccountNumber PIC 9(06).
    05 gbPeriod PIC 9(06).
    05 gbDebitTotal PIC 9(11)V99.
    05 gbCreditTotal PIC 9(11)V99.
FD  ledgerDetailFile.
01 ledgerDetailRecord.
    05 gdPeriod PIC 9(06).
    05 gdPostDate PIC 9(08).
    05 gdBatchId PIC X(10).
    05 gdAccountNumber PIC 9(06).
    05 gdDrCrFlag PIC X(1).
    05 gdAmount PIC 9(09)V99.
    05 gdSourceType PIC X(8).
    05 gdReference PIC X(15).
FD  trialBalanceFile.
01 trialBalanceRecord PIC X(100).
FD  activityReportFile.
01 activityReportRecord PIC X(100).
WORKING-STORAGE SECTION.
    01 chartFileStatus PIC X(2) VALUE "00".
    01 journalFileStatus PIC X(2) VALUE "00".
    01 ledgerBalanceStatus PIC X(2) VALUE "00".
    01 ledgerDetailStatus PIC X(2) VALUE "00".
    01 chartEOF PIC X(1) VALUE "N".
    01 journalEOF PIC X(1) VALUE "N".
    01 ledgerBalanceEOF PIC X(1) VALUE "N".
    01 ledgerDetailEOF PIC X(1) VALUE "N".
    01 runDate PIC 9(08).
    01 accountTable.
        05 accountEntry OCCURS 50 TIMES.
            10 acAccountNumber PIC 9(06).
            10 acAccountName PIC X(20).
    01 accountCount PIC 99 VALUE ZERO.
    01 accountIndex PIC 99.
    01 accountFound PIC 99.
    01 ledgerTable.
        05 ledgerEntry OCCURS 2000 TIMES.
            10 lgAccountNumber PIC 9(06).
            10 lgPeriod PIC 9(06).
            10 lgDebitTotal PIC 9(11)V99.
            10 lgCreditTotal PIC 9(11)V99.
    01 ledgerCount PIC 9(04) VALUE ZERO.
    01 ledgerIndex PIC 9(04).
    01 ledgerFound PIC 9(04).
    01 ledgerOverflow PIC X(1) VALUE "N".
    01 batchTable.
        05 batchEntry OCCURS 2000 TIMES.
            10 btAccountNumber PIC 9(06).
            10 btDrCrFlag PIC X(1).
            10 btAmount PIC 9(09)V99.
            10 btSourceType PIC X(8).
            10 btReference PIC X(15).
    01 batchCount PIC 9(04) VALUE ZERO.
    01 batchIndex PIC 9(04).
    01 batchOverflow PIC X(1) VALUE "N".
    01 earlierIndex PIC 9(04).
    01 accountSeenEarlier PIC X(1).
    01 newLedgerRows PIC 9(04).
    01 batchIdText PIC X(10).
    01 batchRunDate PIC 9(08).
    01 batchPeriod PIC 9(06).
    01 batchHeaderSeen PIC X(1).
    01 batchTrailerSeen PIC X(1).
    01 batchDebitTotal PIC 9(11)V99.
    01 batchCreditTotal PIC 9(11)V99.
    01 trailerLineCount PIC 9(05).
    01 trailerDebitTotal PIC 9(11)V99.
    01 trailerCreditTotal PIC 9(11)V99.
    01 unknownAccountCount PIC 9(04).
    01 batchRefusalReason PIC X(40).
    01 batchRegisterId PIC X(08).
    01 batchRegResult PIC X(01).
    01 batchProgramName PIC X(27) VALUE "GENERAL-LEDGER-POSTING".
    01 periodStatusByte PIC X(1).
    01 postingChoice PIC X(1).
    01 keepGoing PIC X(1) VALUE "Y".
    01 keyedPeriodText PIC X(06).
    01 keyedAccountText PIC X(06).
    01 reportPeriod PIC 9(06).
    01 fromPeriod PIC 9(06).
    01 toPeriod PIC 9(06).
    01 activityFromPeriod PIC 9(06).
    01 activityToPeriod PIC 9(06).
    01 selectedAccount PIC 9(06).
    01 allAccounts PIC X(1).
    01 entryValid PIC X(1).
    01 accountDebit PIC 9(11)V99.
    01 accountCredit PIC 9(11)V99.
    01 accountNet PIC S9(11)V99.
    01 openingNet PIC S9(11)V99.
    01 runningNet PIC S9(11)V99.
    01 tbDebitTotal PIC 9(11)V99.
    01 tbCreditTotal PIC 9(11)V99.
    01 tbAccountsListed PIC 9(03).
    01 activityLinesListed PIC 9(05).
    01 postedLineCount PIC 9(05) VALUE ZERO.
    01 trialTitleLine.
        05 FILLER PIC X(31) VALUE "TRIAL BALANCE AT END OF PERIOD ".
        05 ttlPeriod PIC 9999/99.
        05 FILLER PIC X(12) VALUE "   RUN DATE ".
        05 ttlRunDate PIC 9999/99/99.
    01 trialHeadLine.
        05 FILLER PIC X(48) VALUE
            "ACCOUNT  NAME                              DEBIT".
        05 FILLER PIC X(19) VALUE
            "             CREDIT".
    01 trialDetailLine.
        05 tdlAccountNumber PIC 9(06).
        05 FILLER PIC X(3) VALUE SPACES.
        05 tdlAccountName PIC X(20).
        05 FILLER PIC X(1) VALUE SPACE.
        05 tdlDebit PIC $$$,$$$,$$$,$$9.99.
        05 FILLER PIC X(1) VALUE SPACE.
        05 tdlCredit PIC $$$,$$$,$$$,$$9.99.
    01 trialTotalLine.
        05 FILLER PIC X(30) VALUE "TOTALS".
        05 ttDebit PIC $$$,$$$,$$$,$$9.99.
        05 FILLER PIC X(1) VALUE SPACE.
        05 ttCredit PIC $$$,$$$,$$$,$$9.99.
    01 trialBalancedLine PIC X(50)
        VALUE "TRIAL BALANCE NETS TO ZERO".
    01 trialOutOfBalanceLine PIC X(50)
        VALUE "TRIAL BALANCE OUT OF BALANCE - INVESTIGATE".
    01 activityTitleLine.
        05 FILLER PIC X(26) VALUE "ACCOUNT ACTIVITY PERIODS  ".
        05 atlFromPeriod PIC 9999/99.
        05 FILLER PIC X(4) VALUE " TO ".
        05 atlToPeriod PIC 9999/99.
        05 FILLER PIC X(12) VALUE "   RUN DATE ".
        05 atlRunDate PIC 9999/99/99.
    01 activityAccountLine.
        05 FILLER PIC X(8) VALUE "ACCOUNT ".
        05 aalAccountNumber PIC 9(06).
        05 FILLER PIC X(1) VALUE SPACE.
        05 aalAccountName PIC X(20).
    01 activityBalanceLine.
        05 FILLER PIC X(2) VALUE SPACES.
        05 ablCaption PIC X(16).
        05 ablAmount PIC -$$$,$$$,$$$,$$9.99.
        05 FILLER PIC X(1) VALUE SPACE.
        05 ablSide PIC X(2).
    01 activityDetailLine.
        05 FILLER PIC X(2) VALUE SPACES.
        05 adlPeriod PIC 9999/99.
        05 FILLER PIC X(1) VALUE SPACE.
        05 adlBatchId PIC X(10).
        05 FILLER PIC X(1) VALUE SPACE.
        05 adlSourceType PIC X(8).
        05 FILLER PIC X(1) VALUE SPACE.
        05 adlReference PIC X(15).
        05 FILLER PIC X(1) VALUE SPACE.
        05 adlDrCrFlag PIC X(1).
        05 FILLER PIC X(1) VALUE SPACE.
        05 adlAmount PIC $$$,$$$,$$9.99.
        05 FILLER PIC X(1) VALUE SPACE.
        05 adlRunning PIC -$$$,$$$,$$$,$$9.99.
    01 blankLine PIC X(1) VALUE SPACE.
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27) VALUE "GENERAL-LEDGER-POSTING".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "GENERAL-LEDGER-POSTING", operatorId
    ACCEPT runDate FROM DATE YYYYMMDD
    MOVE "GENERAL LEDGER" TO tlInputs
    MOVE SPACES TO tlResultOut
    PERFORM LoadChartAccounts
    IF accountCount = ZERO
        DISPLAY "No chart of accounts on file - ledger not run."
        MOVE "ERROR" TO logRunStatus
        MOVE "NO CHART" TO tlResultOut
    ELSE
        PERFORM LoadLedgerBalances
        IF ledgerOverflow = "Y"
            DISPLAY "GLBAL.DAT OVERFLOWS THE WORK TABLE - LEDGER "
                "REFUSED"
            MOVE "REJECTED" TO logRunStatus
            MOVE "OVERFLOW" TO tlResultOut
        ELSE
            PERFORM PostingLoop UNTIL keepGoing NOT = "Y"
        END-IF
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
LoadChartAccounts.
    MOVE ZERO TO accountCount
    MOVE "N" TO chartEOF
    OPEN INPUT chartFile
    IF chartFileStatus = "00"
        PERFORM TakeOneChartRow UNTIL chartEOF = "Y"
        CLOSE chartFile
    END-IF.
TakeOneChartRow.
    READ chartFile
        AT END MOVE "Y" TO chartEOF
        NOT AT END
            MOVE gcAccountNumber TO selectedAccount
            PERFORM FindAccountEntry
            IF accountFound = ZERO AND accountCount < 50
                ADD 1 TO accountCount
                MOVE gcAccountNumber TO acAccountNumber (accountCount)
                MOVE gcAccountName TO acAccountName (accountCount)
            END-IF
    END-READ.
FindAccountEntry.
    MOVE ZERO TO accountFound
    PERFORM MatchOneAccount
        VARYING accountIndex FROM 1 BY 1
        UNTIL accountIndex > accountCount OR accountFound > ZERO.
MatchOneAccount.
    IF acAccountNumber (accountIndex) = selectedAccount
        MOVE accountIndex TO accountFound
    END-IF.
LoadLedgerBalances.
    MOVE ZERO TO ledgerCount
    MOVE "N" TO ledgerBalanceEOF
    OPEN INPUT ledgerBalanceFile
    IF ledgerBalanceStatus = "00"
        PERFORM TakeOneLedgerRow
            UNTIL ledgerBalanceEOF = "Y" OR ledgerOverflow = "Y"
        CLOSE ledgerBalanceFile
    END-IF.
TakeOneLedgerRow.
    READ ledgerBalanceFile
        AT END MOVE "Y" TO ledgerBalanceEOF
        NOT AT END
            IF ledgerCount = 2000
                MOVE "Y" TO ledgerOverflow
            ELSE
                ADD 1 TO ledgerCount
                MOVE ledgerBalanceRecord TO ledgerEntry (ledgerCount)
            END-IF
    END-READ.
PostingLoop.
    DISPLAY "(P)ost journal batch, (T)rial balance, (A)ccount "
        "activity or (Q)uit: "
    ACCEPT postingChoice
    EVALUATE postingChoice
        WHEN "P" WHEN "p" PERFORM PostJournalBatch
        WHEN "T" WHEN "t" PERFORM TrialBalanceReport
        WHEN "A" WHEN "a" PERFORM AccountActivityReport
        WHEN "Q" WHEN "q" MOVE "N" TO keepGoing
        WHEN OTHER DISPLAY "Invalid selection."
    END-EVALUATE.
PostJournalBatch.
    PERFORM ReadJournalBatch
    PERFORM ValidateJournalBatch
    IF batchRefusalReason NOT = SPACES
        DISPLAY "BATCH " batchIdText " REFUSED - "
            batchRefusalReason
        MOVE "REJECTED" TO logRunStatus
        MOVE SPACES TO tlResultOut
        STRING "REFUSED " DELIMITED BY SIZE
            batchIdText DELIMITED BY SIZE
            INTO tlResultOut
        END-STRING
    ELSE
        PERFORM ApplyJournalBatch
        CALL "BATCH-REGISTER" USING batchProgramName,
            batchRegisterId, "R", batchRegResult
        DISPLAY "Batch " batchIdText " posted to period "
            batchPeriod " - " batchCount " line(s)."
        ADD batchCount TO postedLineCount
        MOVE SPACES TO tlResultOut
        STRING "POSTED=" DELIMITED BY SIZE
            postedLineCount DELIMITED BY SIZE
            INTO tlResultOut
        END-STRING
    END-IF.
ReadJournalBatch.
    MOVE ZERO TO batchCount
    MOVE "N" TO batchOverflow
    MOVE "N" TO batchHeaderSeen
    MOVE "N" TO batchTrailerSeen
    MOVE SPACES TO batchIdText
    MOVE ZERO TO batchRunDate
    MOVE ZERO TO batchDebitTotal
    MOVE ZERO TO batchCreditTotal
    MOVE ZERO TO trailerLineCount
    MOVE ZERO TO trailerDebitTotal
    MOVE ZERO TO trailerCreditTotal
    MOVE ZERO TO unknownAccountCount
    MOVE "N" TO journalEOF
    OPEN INPUT journalFile
    IF journalFileStatus = "00"
        PERFORM TakeOneJournalRow UNTIL journalEOF = "Y"
        CLOSE journalFile
    END-IF.
TakeOneJournalRow.
    READ journalFile
        AT END MOVE "Y" TO journalEOF
        NOT AT END
            EVALUATE jhRecordType
                WHEN "H"
                    MOVE "Y" TO batchHeaderSeen
                    MOVE jhBatchId TO batchIdText
                    MOVE jhRunDate TO batchRunDate
                WHEN "D"
                    PERFORM AddBatchLine
                WHEN "T"
                    MOVE "Y" TO batchTrailerSeen
                    MOVE jtLineCount TO trailerLineCount
                    MOVE jtDebitTotal TO trailerDebitTotal
                    MOVE jtCreditTotal TO trailerCreditTotal
            END-EVALUATE
    END-READ.
AddBatchLine.
    IF batchCount = 2000
        MOVE "Y" TO batchOverflow
    ELSE
        ADD 1 TO batchCount
        MOVE jdAccountNumber TO btAccountNumber (batchCount)
        MOVE jdDrCrFlag TO btDrCrFlag (batchCount)
        MOVE jdAmount TO btAmount (batchCount)
        MOVE jdSourceType TO btSourceType (batchCount)
        MOVE jdReference TO btReference (batchCount)
        IF jdDrCrFlag = "D"
            ADD jdAmount TO batchDebitTotal
        ELSE
            ADD jdAmount TO batchCreditTotal
        END-IF
        MOVE jdAccountNumber TO selectedAccount
        PERFORM FindAccountEntry
        IF accountFound = ZERO
            ADD 1 TO unknownAccountCount
            DISPLAY "Account " jdAccountNumber
                " is not on the chart of accounts."
        END-IF
    END-IF.
ValidateJournalBatch.
    MOVE SPACES TO batchRefusalReason
    MOVE batchRunDate (1:6) TO batchPeriod
    MOVE SPACES TO batchRegisterId
    STRING batchIdText (1:2) DELIMITED BY SIZE
        batchIdText (5:6) DELIMITED BY SIZE
        INTO batchRegisterId
    END-STRING
    IF journalFileStatus NOT = "00"
        MOVE "GLJRNL.DAT NOT AVAILABLE" TO batchRefusalReason
    ELSE
    IF batchHeaderSeen = "N" OR batchTrailerSeen = "N"
        MOVE "HEADER OR TRAILER MISSING" TO batchRefusalReason
    ELSE
    IF batchOverflow = "Y"
        MOVE "TOO MANY LINES FOR THE WORK TABLE"
            TO batchRefusalReason
    ELSE
    IF batchCount = ZERO
        MOVE "NO JOURNAL LINES" TO batchRefusalReason
    END-IF
    END-IF
    END-IF
    END-IF
    IF batchRefusalReason = SPACES
        CALL "BATCH-REGISTER" USING batchProgramName,
            batchRegisterId, "C", batchRegResult
        IF batchRegResult = "D"
            MOVE "ALREADY POSTED" TO batchRefusalReason
        END-IF
    END-IF
    IF batchRefusalReason = SPACES
        CALL "PERIOD-CONTROL-CHECK" USING batchRunDate,
            periodStatusByte
        IF periodStatusByte = "C"
            MOVE "PERIOD IS CLOSED" TO batchRefusalReason
        END-IF
    END-IF
    IF batchRefusalReason = SPACES
        IF trailerLineCount NOT = batchCount
            OR trailerDebitTotal NOT = batchDebitTotal
            OR trailerCreditTotal NOT = batchCreditTotal
            MOVE "TRAILER DOES NOT MATCH LINES READ"
                TO batchRefusalReason
        ELSE
        IF batchDebitTotal NOT = batchCreditTotal
            MOVE "DEBITS DO NOT EQUAL CREDITS"
                TO batchRefusalReason
        ELSE
        IF unknownAccountCount > ZERO
            MOVE "ACCOUNT NOT ON CHART" TO batchRefusalReason
        END-IF
        END-IF
        END-IF
    END-IF
    IF batchRefusalReason = SPACES
        PERFORM CheckLedgerRoom
    END-IF.
CheckLedgerRoom.
    MOVE ZERO TO newLedgerRows
    PERFORM CountNewLedgerRow
        VARYING batchIndex FROM 1 BY 1
        UNTIL batchIndex > batchCount
    IF ledgerCount + newLedgerRows > 2000
        MOVE "GLBAL.DAT WORK TABLE FULL" TO batchRefusalReason
    END-IF.
CountNewLedgerRow.
    MOVE btAccountNumber (batchIndex) TO selectedAccount
    PERFORM FindLedgerEntry
    IF ledgerFound = ZERO
        MOVE "N" TO accountSeenEarlier
        PERFORM MatchEarlierBatchLine
            VARYING earlierIndex FROM 1 BY 1
            UNTIL earlierIndex >= batchIndex
                OR accountSeenEarlier = "Y"
        IF accountSeenEarlier = "N"
            ADD 1 TO newLedgerRows
        END-IF
    END-IF.
MatchEarlierBatchLine.
    IF btAccountNumber (earlierIndex) = selectedAccount
        MOVE "Y" TO accountSeenEarlier
    END-IF.
FindLedgerEntry.
    MOVE ZERO TO ledgerFound
    PERFORM MatchOneLedgerRow
        VARYING ledgerIndex FROM 1 BY 1
        UNTIL ledgerIndex > ledgerCount OR ledgerFound > ZERO.
MatchOneLedgerRow.
    IF lgAccountNumber (ledgerIndex) = selectedAccount
        AND lgPeriod (ledgerIndex) = batchPeriod
        MOVE ledgerIndex TO ledgerFound
    END-IF.
ApplyJournalBatch.
    OPEN EXTEND ledgerDetailFile
    IF ledgerDetailStatus = "05" OR ledgerDetailStatus = "35"
        OPEN OUTPUT ledgerDetailFile
    END-IF
    PERFORM ApplyOneBatchLine
        VARYING batchIndex FROM 1 BY 1
        UNTIL batchIndex > batchCount
    CLOSE ledgerDetailFile
    PERFORM RewriteLedgerBalances.
ApplyOneBatchLine.
    MOVE btAccountNumber (batchIndex) TO selectedAccount
    PERFORM FindLedgerEntry
    IF ledgerFound = ZERO
        ADD 1 TO ledgerCount
        MOVE ledgerCount TO ledgerFound
        MOVE selectedAccount TO lgAccountNumber (ledgerFound)
        MOVE batchPeriod TO lgPeriod (ledgerFound)
        MOVE ZERO TO lgDebitTotal (ledgerFound)
        MOVE ZERO TO lgCreditTotal (ledgerFound)
    END-IF
    IF btDrCrFlag (batchIndex) = "D"
        ADD btAmount (batchIndex) TO lgDebitTotal (ledgerFound)
    ELSE
        ADD btAmount (batchIndex) TO lgCreditTotal (ledgerFound)
    END-IF
    MOVE batchPeriod TO gdPeriod
    MOVE batchRunDate TO gdPostDate
    MOVE batchIdText TO gdBatchId
    MOVE btAccountNumber (batchIndex) TO gdAccountNumber
    MOVE btDrCrFlag (batchIndex) TO gdDrCrFlag
    MOVE btAmount (batchIndex) TO gdAmount
    MOVE btSourceType (batchIndex) TO gdSourceType
    MOVE btReference (batchIndex) TO gdReference
    WRITE ledgerDetailRecord.
RewriteLedgerBalances.
    OPEN OUTPUT ledgerBalanceFile
    PERFORM WriteOneLedgerRow
        VARYING ledgerIndex FROM 1 BY 1
        UNTIL ledgerIndex > ledgerCount
    CLOSE ledgerBalanceFile.
WriteOneLedgerRow.
    MOVE ledgerEntry (ledgerIndex) TO ledgerBalanceRecord
    WRITE ledgerBalanceRecord.
AcceptPeriod.
    MOVE "Y" TO entryValid
    ACCEPT keyedPeriodText
    IF keyedPeriodText = SPACES
        MOVE runDate (1:6) TO reportPeriod
    ELSE
    IF keyedPeriodText IS NUMERIC
        AND keyedPeriodText (5:2) >= "01"
        AND keyedPeriodText (5:2) <= "12"
        MOVE keyedPeriodText TO reportPeriod
    ELSE
        DISPLAY "Period must be YYYYMM."
        MOVE "N" TO entryValid
    END-IF
    END-IF.
TrialBalanceReport.
    DISPLAY "Trial balance at end of period (YYYYMM, blank for "
        "current): "
    PERFORM AcceptPeriod
    IF entryValid = "Y"
        MOVE ZERO TO tbDebitTotal
        MOVE ZERO TO tbCreditTotal
        MOVE ZERO TO tbAccountsListed
        OPEN OUTPUT trialBalanceFile
        MOVE reportPeriod TO ttlPeriod
        MOVE runDate TO ttlRunDate
        WRITE trialBalanceRecord FROM trialTitleLine
        WRITE trialBalanceRecord FROM blankLine
        WRITE trialBalanceRecord FROM trialHeadLine
        PERFORM WriteOneTrialLine
            VARYING accountIndex FROM 1 BY 1
            UNTIL accountIndex > accountCount
        WRITE trialBalanceRecord FROM blankLine
        MOVE tbDebitTotal TO ttDebit
        MOVE tbCreditTotal TO ttCredit
        WRITE trialBalanceRecord FROM trialTotalLine
        IF tbDebitTotal = tbCreditTotal
            WRITE trialBalanceRecord FROM trialBalancedLine
            DISPLAY "Trial balance written to GLTB.RPT - "
                tbAccountsListed " account(s), nets to zero."
        ELSE
            WRITE trialBalanceRecord FROM trialOutOfBalanceLine
            DISPLAY "TRIAL BALANCE OUT OF BALANCE - SEE GLTB.RPT"
            MOVE "ERROR" TO logRunStatus
            MOVE "TB OUT OF BALANCE" TO tlResultOut
        END-IF
        CLOSE trialBalanceFile
    END-IF.
WriteOneTrialLine.
    MOVE acAccountNumber (accountIndex) TO selectedAccount
    MOVE ZERO TO fromPeriod
    MOVE reportPeriod TO toPeriod
    PERFORM SumAccountBalance
    IF accountDebit > ZERO OR accountCredit > ZERO
        ADD 1 TO tbAccountsListed
        MOVE selectedAccount TO tdlAccountNumber
        MOVE acAccountName (accountIndex) TO tdlAccountName
        COMPUTE accountNet = accountDebit - accountCredit
        IF accountNet >= ZERO
            MOVE accountNet TO tdlDebit
            MOVE ZERO TO tdlCredit
            ADD accountNet TO tbDebitTotal
        ELSE
            MOVE ZERO TO tdlDebit
            COMPUTE tdlCredit = ZERO - accountNet
            SUBTRACT accountNet FROM tbCreditTotal
        END-IF
        WRITE trialBalanceRecord FROM trialDetailLine
    END-IF.
SumAccountBalance.
    MOVE ZERO TO accountDebit
    MOVE ZERO TO accountCredit
    PERFORM AddOneLedgerRowToSum
        VARYING ledgerIndex FROM 1 BY 1
        UNTIL ledgerIndex > ledgerCount.
AddOneLedgerRowToSum.
    IF lgAccountNumber (ledgerIndex) = selectedAccount
        AND lgPeriod (ledgerIndex) >= fromPeriod
        AND lgPeriod (ledgerIndex) <= toPeriod
        ADD lgDebitTotal (ledgerIndex) TO accountDebit
        ADD lgCreditTotal (ledgerIndex) TO accountCredit
    END-IF.
AccountActivityReport.
    DISPLAY "Account number (blank for all accounts): "
    ACCEPT keyedAccountText
    MOVE "Y" TO entryValid
    MOVE "N" TO allAccounts
    IF keyedAccountText = SPACES
        MOVE "Y" TO allAccounts
    ELSE
    IF keyedAccountText IS NUMERIC
        MOVE keyedAccountText TO selectedAccount
        PERFORM FindAccountEntry
        IF accountFound = ZERO
            DISPLAY "Account is not on the chart of accounts."
            MOVE "N" TO entryValid
        END-IF
    ELSE
        DISPLAY "Account number must be 6 digits."
        MOVE "N" TO entryValid
    END-IF
    END-IF
    IF entryValid = "Y"
        DISPLAY "From period (YYYYMM, blank for current): "
        PERFORM AcceptPeriod
        MOVE reportPeriod TO fromPeriod
    END-IF
    IF entryValid = "Y"
        DISPLAY "To period (YYYYMM, blank for current): "
        PERFORM AcceptPeriod
        MOVE reportPeriod TO toPeriod
        IF entryValid = "Y" AND toPeriod < fromPeriod
            DISPLAY "To period is before the from period."
            MOVE "N" TO entryValid
        END-IF
    END-IF
    IF entryValid = "Y"
        MOVE ZERO TO activityLinesListed
        MOVE fromPeriod TO activityFromPeriod
        MOVE toPeriod TO activityToPeriod
        OPEN OUTPUT activityReportFile
        MOVE fromPeriod TO atlFromPeriod
        MOVE toPeriod TO atlToPeriod
        MOVE runDate TO atlRunDate
        WRITE activityReportRecord FROM activityTitleLine
        IF allAccounts = "Y"
            PERFORM ListOneAccountActivity
                VARYING accountFound FROM 1 BY 1
                UNTIL accountFound > accountCount
        ELSE
            PERFORM ListOneAccountActivity
        END-IF
        CLOSE activityReportFile
        DISPLAY "Account activity written to GLACT.RPT - "
            activityLinesListed " line(s)."
    END-IF.
ListOneAccountActivity.
    MOVE acAccountNumber (accountFound) TO selectedAccount
    MOVE ZERO TO fromPeriod
    COMPUTE toPeriod = activityFromPeriod - 1
    PERFORM SumAccountBalance
    COMPUTE openingNet = accountDebit - accountCredit
    MOVE activityFromPeriod TO fromPeriod
    MOVE activityToPeriod TO toPeriod
    WRITE activityReportRecord FROM blankLine
    MOVE selectedAccount TO aalAccountNumber
    MOVE acAccountName (accountFound) TO aalAccountName
    WRITE activityReportRecord FROM activityAccountLine
    MOVE "OPENING BALANCE" TO ablCaption
    MOVE openingNet TO runningNet
    PERFORM WriteActivityBalance
    MOVE "N" TO ledgerDetailEOF
    OPEN INPUT ledgerDetailFile
    IF ledgerDetailStatus = "00"
        PERFORM ListOneDetailLine UNTIL ledgerDetailEOF = "Y"
        CLOSE ledgerDetailFile
    END-IF
    MOVE "CLOSING BALANCE" TO ablCaption
    PERFORM WriteActivityBalance.
ListOneDetailLine.
    READ ledgerDetailFile
        AT END MOVE "Y" TO ledgerDetailEOF
        NOT AT END
            IF gdAccountNumber = selectedAccount
                AND gdPeriod >= fromPeriod
                AND gdPeriod <= toPeriod
                IF gdDrCrFlag = "D"
                    ADD gdAmount TO runningNet
                ELSE
                    SUBTRACT gdAmount FROM runningNet
                END-IF
                MOVE gdPeriod TO adlPeriod
                MOVE gdBatchId TO adlBatchId
                MOVE gdSourceType TO adlSourceType
                MOVE gdReference TO adlReference
                MOVE gdDrCrFlag TO adlDrCrFlag
                MOVE gdAmount TO adlAmount
                MOVE runningNet TO adlRunning
                WRITE activityReportRecord FROM activityDetailLine
                ADD 1 TO activityLinesListed
            END-IF
    END-READ.
WriteActivityBalance.
    MOVE runningNet TO ablAmount
    IF runningNet < ZERO
        MOVE "CR" TO ablSide
    ELSE
        MOVE "DR" TO ablSide
    END-IF
    WRITE activityReportRecord FROM activityBalanceLine.
