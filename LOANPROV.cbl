*> Month-end loan-loss provisioning. LOAN-PAYMENT-POSTING ages every
*> loan balance on LOANBAL.DAT by days since its last payment into the
*> 0-30 / 31-60 / 61-90 / 90+ buckets of DELINQ.RPT, but no allowance
*> was ever held against the book. This ages the balances the same
*> way and applies the provision percentage for each bucket from the
*> LOAN-PROVISION control row in CTLLIMIT.DAT (values 1-4 = percent
*> for 0-30, 31-60, 61-90 and 90+, defaults 1, 5, 25 and 50) to each
*> loan's principal balance. A loan named on the specific-provision
*> file LOANSPEC.DAT (loan ID, percent, reason) is provided at its own
*> percentage instead of its bucket's. Loans the loan book shows as
*> paid off, written off, held or rejected are left out; a written-off
*> loan's loss has already been taken. LOANPROV.RPT lists every loan
*> with its bucket, percentage and provision, the bucket totals, the
*> required allowance against last month's figure, and the ten
*> largest exposures. The allowance is kept per run on LOANPRVH.DAT;
*> the movement from the figure last held - a top-up as LNPROVUP or a
*> release as LNPROVRL - is appended to LOANPRVX.DAT (shared layout
*> LOANPRVX.cpy) for GL-JOURNAL-EXTRACT. A rerun on the same day
*> replaces that day's history and journal rows instead of adding to
*> them.
IDENTIFICATION DIVISION.
PROGRAM-ID. LOAN-LOSS-PROVISIONING.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT loanBalanceFile ASSIGN TO "LOANBAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS loanBalanceStatus.
    SELECT loanBookFile ASSIGN TO "LOANBOOK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS loanBookStatus.
    SELECT specificProvisionFile ASSIGN TO "LOANSPEC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS specificProvisionStatus.
    SELECT ctlLimitFile ASSIGN TO "CTLLIMIT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ctlLimitFileStatus.
    SELECT provisionHistoryFile ASSIGN TO "LOANPRVH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS provisionHistoryStatus.
    SELECT provisionExtractFile ASSIGN TO "LOANPRVX.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS provisionExtractStatus.
    SELECT provisionReportFile ASSIGN TO "LOANPROV.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  loanBalanceFile.
COPY "LOANBAL.cpy".
FD  loanBookFile.
COPY "LOANBOOK.cpy".
FD  specificProvisionFile.
01 specificProvisionRecord.
    05 spLoanId PIC X(10).
    05 spPercent PIC 9(03)V99.
    05 spReason PIC X(30).
FD  ctlLimitFile.
COPY "CTLLIMIT.cpy".
FD  provisionHistoryFile.
01 provisionHistoryRecord.
    05 phRunDate PIC 9(08).
    05 phLoanCount PIC 9(05).
    05 phBalanceTotal PIC 9(11)V99.
    05 phAllowance PIC 9(09)V99.
FD  provisionExtractFile.
COPY "LOANPRVX.cpy".
FD  provisionReportFile.
01 provisionReportRecord PIC X(132).
WORKING-STORAGE SECTION.
    01 loanBalanceStatus PIC X(2) VALUE "00".
    01 loanBookStatus PIC X(2) VALUE "00".
    01 specificProvisionStatus PIC X(2) VALUE "00".
    01 ctlLimitFileStatus PIC X(2) VALUE "00".
    01 provisionHistoryStatus PIC X(2) VALUE "00".
    01 provisionExtractStatus PIC X(2) VALUE "00".
    01 loanBalanceEOF PIC X(1) VALUE "N".
    01 loanBookEOF PIC X(1) VALUE "N".
    01 specificProvisionEOF PIC X(1) VALUE "N".
    01 ctlLimitEOF PIC X(1) VALUE "N".
    01 provisionHistoryEOF PIC X(1) VALUE "N".
    01 provisionExtractEOF PIC X(1) VALUE "N".
    01 runDate PIC 9(08).
    01 todayInteger PIC 9(08).
    01 daysSincePayment PIC S9(05).
    01 ctlBestEffectiveDate PIC 9(08) VALUE ZERO.
    01 ctlRowFound PIC X(1) VALUE "N".
    01 bucketPercentTable.
        05 bucketPercent PIC 9(03)V99 OCCURS 4 TIMES.
    01 bucketNameTable.
        05 FILLER PIC X(6) VALUE "0-30".
        05 FILLER PIC X(6) VALUE "31-60".
        05 FILLER PIC X(6) VALUE "61-90".
        05 FILLER PIC X(6) VALUE "90+".
    01 bucketNames REDEFINES bucketNameTable.
        05 bucketName PIC X(6) OCCURS 4 TIMES.
    01 bucketTotals.
        05 bucketTotalEntry OCCURS 4 TIMES.
            10 buBalance PIC 9(11)V99.
            10 buProvision PIC 9(09)V99.
            10 buCount PIC 9(04).
    01 bucketIndex PIC 9(01).
    01 specificBalance PIC 9(11)V99 VALUE ZERO.
    01 specificProvision PIC 9(09)V99 VALUE ZERO.
    01 specificCount PIC 9(04) VALUE ZERO.
    01 bookTable.
        05 bookEntry OCCURS 300 TIMES.
            10 bkLoanId PIC X(10).
            10 bkLoanStatus PIC X(1).
    01 bookCount PIC 9(03) VALUE ZERO.
    01 bookIndex PIC 9(03).
    01 bookFound PIC 9(03).
    01 bookOverflow PIC X(1) VALUE "N".
    01 specificTable.
        05 specificEntry OCCURS 100 TIMES.
            10 sptLoanId PIC X(10).
            10 sptPercent PIC 9(03)V99.
            10 sptReason PIC X(30).
    01 specificEntryCount PIC 9(03) VALUE ZERO.
    01 specificIndex PIC 9(03).
    01 specificFound PIC 9(03).
    01 specificOverflow PIC X(1) VALUE "N".
    01 provisionTable.
        05 provisionEntry OCCURS 200 TIMES.
            10 pvLoanId PIC X(10).
            10 pvBorrower PIC X(20).
            10 pvBalance PIC 9(09)V99.
            10 pvLastPayment PIC 9(08).
            10 pvDays PIC 9(05).
            10 pvBucket PIC 9(01).
            10 pvPercent PIC 9(03)V99.
            10 pvProvision PIC 9(09)V99.
            10 pvSpecific PIC X(1).
    01 provisionCount PIC 9(03) VALUE ZERO.
    01 provisionIndex PIC 9(03).
    01 provisionOverflow PIC X(1) VALUE "N".
    01 closedSkipped PIC 9(04) VALUE ZERO.
    01 sortSwapNeeded PIC X(1).
    01 sortSwapIndex PIC 9(03).
    01 swapEntryHold PIC X(72).
    01 topExposureLimit PIC 9(02) VALUE 10.
    01 historyTable.
        05 historyEntry PIC X(37) OCCURS 1000 TIMES.
    01 historyCount PIC 9(04) VALUE ZERO.
    01 historyIndex PIC 9(04).
    01 historyOverflow PIC X(1) VALUE "N".
    01 lastMonthRunDate PIC 9(08) VALUE ZERO.
    01 lastMonthAllowance PIC 9(09)V99 VALUE ZERO.
    01 heldRunDate PIC 9(08) VALUE ZERO.
    01 heldAllowance PIC 9(09)V99 VALUE ZERO.
    01 extractTable.
        05 extractEntry PIC X(42) OCCURS 1000 TIMES.
    01 extractCount PIC 9(04) VALUE ZERO.
    01 extractIndex PIC 9(04).
    01 extractOverflow PIC X(1) VALUE "N".
    01 portfolioBalance PIC 9(11)V99 VALUE ZERO.
    01 requiredAllowance PIC 9(09)V99 VALUE ZERO.
    01 allowanceMovement PIC S9(09)V99 VALUE ZERO.
    01 journalAmount PIC 9(09)V99 VALUE ZERO.
    01 journalSourceType PIC X(8) VALUE SPACES.
    01 roundWorkAmount PIC S9(09)V9(04).
    01 dateTextWork PIC X(10).
    01 reportTitleLine.
        05 FILLER PIC X(27) VALUE "LOAN-LOSS PROVISION AS OF  ".
        05 rtlRunDate PIC 9999/99/99.
    01 columnHeadLine.
        05 FILLER PIC X(45) VALUE
            "LOAN ID    BORROWER                   BALANCE".
        05 FILLER PIC X(45) VALUE
            " LAST PAY    DAYS BUCKET    PCT     PROVISION".
    01 detailLine.
        05 dlLoanId PIC X(10).
        05 FILLER PIC X(1) VALUE SPACE.
        05 dlBorrower PIC X(20).
        05 FILLER PIC X(1) VALUE SPACE.
        05 dlBalance PIC $$,$$$,$$9.99.
        05 FILLER PIC X(1) VALUE SPACE.
        05 dlLastPayment PIC 9999/99/99.
        05 FILLER PIC X(1) VALUE SPACE.
        05 dlDays PIC Z(04)9.
        05 FILLER PIC X(1) VALUE SPACE.
        05 dlBucket PIC X(6).
        05 FILLER PIC X(1) VALUE SPACE.
        05 dlPercent PIC ZZ9.99.
        05 FILLER PIC X(1) VALUE SPACE.
        05 dlProvision PIC $$,$$$,$$9.99.
        05 FILLER PIC X(1) VALUE SPACE.
        05 dlFlag PIC X(8).
    01 bucketLine.
        05 FILLER PIC X(7) VALUE "BUCKET ".
        05 blgBucketName PIC X(8).
        05 FILLER PIC X(7) VALUE " LOANS=".
        05 blgCount PIC Z(03)9.
        05 FILLER PIC X(9) VALUE " BALANCE=".
        05 blgBalance PIC $$$,$$$,$$9.99.
        05 FILLER PIC X(5) VALUE " PCT=".
        05 blgPercent PIC ZZ9.99.
        05 FILLER PIC X(11) VALUE " PROVISION=".
        05 blgProvision PIC $$$,$$$,$$9.99.
    01 allowanceLine.
        05 alCaption PIC X(25).
        05 alAmount PIC -$$$,$$$,$$9.99.
        05 FILLER PIC X(2) VALUE SPACES.
        05 alNote PIC X(30).
    01 topHeadLine PIC X(60)
        VALUE "LARGEST EXPOSURES".
    01 topLine.
        05 tpRank PIC Z9.
        05 FILLER PIC X(2) VALUE ". ".
        05 tpLoanId PIC X(10).
        05 FILLER PIC X(1) VALUE SPACE.
        05 tpBorrower PIC X(20).
        05 FILLER PIC X(9) VALUE " BALANCE=".
        05 tpBalance PIC $$,$$$,$$9.99.
        05 FILLER PIC X(8) VALUE " BUCKET=".
        05 tpBucket PIC X(6).
        05 FILLER PIC X(11) VALUE " PROVISION=".
        05 tpProvision PIC $$,$$$,$$9.99.
    01 journalLine.
        05 FILLER PIC X(21) VALUE "JOURNAL TO LOANPRVX: ".
        05 jlSourceType PIC X(8).
        05 FILLER PIC X(1) VALUE SPACE.
        05 jlAmount PIC $$$,$$$,$$9.99.
    01 noJournalLine PIC X(40)
        VALUE "NO MOVEMENT - NOTHING JOURNALED".
    01 skippedNoteLine.
        05 FILLER PIC X(36)
            VALUE "CLOSED OR UNAPPROVED LOANS SKIPPED=".
        05 snlSkipped PIC Z(03)9.
    01 blankLine PIC X(1) VALUE SPACE.
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 tlAmountWork PIC S9(09)V9(04).
    01 logProgramName PIC X(27) VALUE "LOAN-LOSS-PROVISIONING".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "LOAN-LOSS-PROVISIONING", operatorId
    ACCEPT runDate FROM DATE YYYYMMDD
    COMPUTE todayInteger = FUNCTION INTEGER-OF-DATE(runDate)
    MOVE SPACES TO tlInputs
    STRING "PROVISION " DELIMITED BY SIZE
        runDate DELIMITED BY SIZE
        INTO tlInputs
    END-STRING
    PERFORM ClearOneBucket
        VARYING bucketIndex FROM 1 BY 1
        UNTIL bucketIndex > 4
    PERFORM LoadProvisionPercents
    PERFORM LoadLoanBookStatus
    PERFORM LoadSpecificProvisions
    PERFORM LoadProvisionHistory
    PERFORM LoadProvisionExtract
    PERFORM ProvideLoanBalances
    IF bookOverflow = "Y" OR specificOverflow = "Y"
        OR provisionOverflow = "Y" OR historyOverflow = "Y"
        OR extractOverflow = "Y"
        DISPLAY "LOAN OR PROVISION FILES OVERFLOW THE WORK TABLE "
            "- PROVISIONING REFUSED"
        MOVE "REJECTED" TO logRunStatus
        MOVE "OVERFLOW" TO tlResultOut
    ELSE
        PERFORM BuildJournalMovement
        PERFORM WriteProvisionReport
        PERFORM RewriteProvisionHistory
        PERFORM RewriteProvisionExtract
        MOVE requiredAllowance TO tlAmountWork
        CALL "FORMAT-AMOUNT-FOR-LOG" USING tlAmountWork,
            tlResultOut
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
ClearOneBucket.
    MOVE ZERO TO buBalance (bucketIndex)
    MOVE ZERO TO buProvision (bucketIndex)
    MOVE ZERO TO buCount (bucketIndex).
LoadProvisionPercents.
    MOVE 1 TO bucketPercent (1)
    MOVE 5 TO bucketPercent (2)
    MOVE 25 TO bucketPercent (3)
    MOVE 50 TO bucketPercent (4)
    MOVE "N" TO ctlLimitEOF
    OPEN INPUT ctlLimitFile
    IF ctlLimitFileStatus = "00"
        PERFORM FindProvisionRow UNTIL ctlLimitEOF = "Y"
        CLOSE ctlLimitFile
    END-IF.
FindProvisionRow.
    READ ctlLimitFile
        AT END MOVE "Y" TO ctlLimitEOF
        NOT AT END
            IF CTL-EFFECTIVE-DATE IS NOT NUMERIC
                MOVE ZERO TO CTL-EFFECTIVE-DATE
            END-IF
            IF CTL-CHECK-NAME = "LOAN-PROVISION"
                AND CTL-EFFECTIVE-DATE <= runDate
                AND (ctlRowFound = "N"
                    OR CTL-EFFECTIVE-DATE >= ctlBestEffectiveDate)
                MOVE CTL-LIMIT-VALUE-1 TO bucketPercent (1)
                MOVE CTL-LIMIT-VALUE-2 TO bucketPercent (2)
                MOVE CTL-LIMIT-VALUE-3 TO bucketPercent (3)
                MOVE CTL-LIMIT-VALUE-4 TO bucketPercent (4)
                MOVE CTL-EFFECTIVE-DATE TO ctlBestEffectiveDate
                MOVE "Y" TO ctlRowFound
            END-IF
    END-READ.
LoadLoanBookStatus.
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
                    MOVE lbLoanId TO bkLoanId (bookCount)
                    MOVE lbLoanStatus TO bkLoanStatus (bookCount)
                END-IF
            END-IF
    END-READ.
LoadSpecificProvisions.
    MOVE ZERO TO specificEntryCount
    MOVE "N" TO specificProvisionEOF
    OPEN INPUT specificProvisionFile
    IF specificProvisionStatus = "00"
        PERFORM TakeOneSpecificRow
            UNTIL specificProvisionEOF = "Y"
                OR specificOverflow = "Y"
        CLOSE specificProvisionFile
    END-IF.
TakeOneSpecificRow.
    READ specificProvisionFile
        AT END MOVE "Y" TO specificProvisionEOF
        NOT AT END
            IF spPercent IS NUMERIC AND spPercent <= 100
                IF specificEntryCount = 100
                    MOVE "Y" TO specificOverflow
                ELSE
                    ADD 1 TO specificEntryCount
                    MOVE spLoanId TO sptLoanId (specificEntryCount)
                    MOVE spPercent TO sptPercent (specificEntryCount)
                    MOVE spReason TO sptReason (specificEntryCount)
                END-IF
            ELSE
                DISPLAY "LOANSPEC.DAT row for " spLoanId
                    " has no valid percent - ignored."
            END-IF
    END-READ.
LoadProvisionHistory.
    MOVE ZERO TO historyCount
    MOVE "N" TO provisionHistoryEOF
    OPEN INPUT provisionHistoryFile
    IF provisionHistoryStatus = "00"
        PERFORM TakeOneHistoryRow
            UNTIL provisionHistoryEOF = "Y" OR historyOverflow = "Y"
        CLOSE provisionHistoryFile
    END-IF.
TakeOneHistoryRow.
    READ provisionHistoryFile
        AT END MOVE "Y" TO provisionHistoryEOF
        NOT AT END
            IF phRunDate NOT = runDate
                IF historyCount = 1000
                    MOVE "Y" TO historyOverflow
                ELSE
                    ADD 1 TO historyCount
                    MOVE provisionHistoryRecord
                        TO historyEntry (historyCount)
                    PERFORM NotePriorAllowance
                END-IF
            END-IF
    END-READ.
NotePriorAllowance.
    IF phRunDate < runDate AND phRunDate >= heldRunDate
        MOVE phRunDate TO heldRunDate
        MOVE phAllowance TO heldAllowance
    END-IF
    IF phRunDate (1:6) < runDate (1:6)
        AND phRunDate >= lastMonthRunDate
        MOVE phRunDate TO lastMonthRunDate
        MOVE phAllowance TO lastMonthAllowance
    END-IF.
LoadProvisionExtract.
    MOVE ZERO TO extractCount
    MOVE "N" TO provisionExtractEOF
    OPEN INPUT provisionExtractFile
    IF provisionExtractStatus = "00"
        PERFORM TakeOneExtractRow
            UNTIL provisionExtractEOF = "Y" OR extractOverflow = "Y"
        CLOSE provisionExtractFile
    END-IF.
TakeOneExtractRow.
    READ provisionExtractFile
        AT END MOVE "Y" TO provisionExtractEOF
        NOT AT END
            IF pxRunDate NOT = runDate
                IF extractCount = 1000
                    MOVE "Y" TO extractOverflow
                ELSE
                    ADD 1 TO extractCount
                    MOVE loanProvisionExtract
                        TO extractEntry (extractCount)
                END-IF
            END-IF
    END-READ.
ProvideLoanBalances.
    MOVE ZERO TO provisionCount
    MOVE "N" TO loanBalanceEOF
    OPEN INPUT loanBalanceFile
    IF loanBalanceStatus = "00"
        PERFORM ProvideOneLoanBalance
            UNTIL loanBalanceEOF = "Y" OR provisionOverflow = "Y"
        CLOSE loanBalanceFile
    ELSE
        DISPLAY "LOANBAL.DAT not available - nothing to provide."
    END-IF.
ProvideOneLoanBalance.
    READ loanBalanceFile
        AT END MOVE "Y" TO loanBalanceEOF
        NOT AT END
            IF blPrincipalBalance > ZERO
                PERFORM FindBookStatus
                IF bookFound > ZERO
                    AND bkLoanStatus (bookFound) NOT = SPACE
                    AND bkLoanStatus (bookFound) NOT = "A"
                    ADD 1 TO closedSkipped
                ELSE
                    PERFORM AddProvisionEntry
                END-IF
            END-IF
    END-READ.
FindBookStatus.
    MOVE ZERO TO bookFound
    PERFORM MatchOneBookEntry
        VARYING bookIndex FROM 1 BY 1
        UNTIL bookIndex > bookCount OR bookFound > ZERO.
MatchOneBookEntry.
    IF bkLoanId (bookIndex) = blLoanId
        MOVE bookIndex TO bookFound
    END-IF.
AddProvisionEntry.
    IF provisionCount = 200
        MOVE "Y" TO provisionOverflow
    ELSE
        ADD 1 TO provisionCount
        MOVE blLoanId TO pvLoanId (provisionCount)
        MOVE blBorrower TO pvBorrower (provisionCount)
        MOVE blPrincipalBalance TO pvBalance (provisionCount)
        MOVE blLastPaymentDate TO pvLastPayment (provisionCount)
        COMPUTE daysSincePayment = todayInteger
            - FUNCTION INTEGER-OF-DATE(blLastPaymentDate)
        IF daysSincePayment < ZERO
            MOVE ZERO TO daysSincePayment
        END-IF
        MOVE daysSincePayment TO pvDays (provisionCount)
        EVALUATE TRUE
            WHEN daysSincePayment <= 30 MOVE 1 TO bucketIndex
            WHEN daysSincePayment <= 60 MOVE 2 TO bucketIndex
            WHEN daysSincePayment <= 90 MOVE 3 TO bucketIndex
            WHEN OTHER MOVE 4 TO bucketIndex
        END-EVALUATE
        MOVE bucketIndex TO pvBucket (provisionCount)
        MOVE ZERO TO specificFound
        PERFORM MatchOneSpecific
            VARYING specificIndex FROM 1 BY 1
            UNTIL specificIndex > specificEntryCount
                OR specificFound > ZERO
        IF specificFound > ZERO
            MOVE sptPercent (specificFound)
                TO pvPercent (provisionCount)
            MOVE "Y" TO pvSpecific (provisionCount)
        ELSE
            MOVE bucketPercent (bucketIndex)
                TO pvPercent (provisionCount)
            MOVE "N" TO pvSpecific (provisionCount)
        END-IF
        COMPUTE roundWorkAmount = blPrincipalBalance
            * pvPercent (provisionCount) / 100
        CALL "APPLY-ROUNDING-POLICY" USING roundWorkAmount
        MOVE roundWorkAmount TO pvProvision (provisionCount)
        ADD blPrincipalBalance TO portfolioBalance
        ADD pvProvision (provisionCount) TO requiredAllowance
        IF specificFound > ZERO
            ADD blPrincipalBalance TO specificBalance
            ADD pvProvision (provisionCount) TO specificProvision
            ADD 1 TO specificCount
        ELSE
            ADD blPrincipalBalance TO buBalance (bucketIndex)
            ADD pvProvision (provisionCount)
                TO buProvision (bucketIndex)
            ADD 1 TO buCount (bucketIndex)
        END-IF
    END-IF.
MatchOneSpecific.
    IF sptLoanId (specificIndex) = blLoanId
        MOVE specificIndex TO specificFound
    END-IF.
BuildJournalMovement.
    COMPUTE allowanceMovement = requiredAllowance - heldAllowance
    IF allowanceMovement > ZERO
        MOVE "LNPROVUP" TO journalSourceType
        MOVE allowanceMovement TO journalAmount
    ELSE
    IF allowanceMovement < ZERO
        MOVE "LNPROVRL" TO journalSourceType
        COMPUTE journalAmount = ZERO - allowanceMovement
    ELSE
        MOVE SPACES TO journalSourceType
        MOVE ZERO TO journalAmount
    END-IF
    END-IF.
WriteProvisionReport.
    OPEN OUTPUT provisionReportFile
    MOVE runDate TO rtlRunDate
    WRITE provisionReportRecord FROM reportTitleLine
    WRITE provisionReportRecord FROM blankLine
    WRITE provisionReportRecord FROM columnHeadLine
    PERFORM WriteOneDetailLine
        VARYING provisionIndex FROM 1 BY 1
        UNTIL provisionIndex > provisionCount
    WRITE provisionReportRecord FROM blankLine
    PERFORM WriteOneBucketLine
        VARYING bucketIndex FROM 1 BY 1
        UNTIL bucketIndex > 4
    MOVE "SPECIFIC" TO blgBucketName
    MOVE specificCount TO blgCount
    MOVE specificBalance TO blgBalance
    MOVE ZERO TO blgPercent
    MOVE specificProvision TO blgProvision
    WRITE provisionReportRecord FROM bucketLine
    WRITE provisionReportRecord FROM blankLine
    MOVE "PORTFOLIO BALANCE" TO alCaption
    MOVE portfolioBalance TO alAmount
    MOVE SPACES TO alNote
    WRITE provisionReportRecord FROM allowanceLine
    MOVE "REQUIRED ALLOWANCE" TO alCaption
    MOVE requiredAllowance TO alAmount
    WRITE provisionReportRecord FROM allowanceLine
    MOVE "LAST MONTH ALLOWANCE" TO alCaption
    MOVE lastMonthAllowance TO alAmount
    MOVE lastMonthRunDate TO dateTextWork
    PERFORM SetAllowanceNote
    WRITE provisionReportRecord FROM allowanceLine
    MOVE "CHANGE ON LAST MONTH" TO alCaption
    COMPUTE alAmount = requiredAllowance - lastMonthAllowance
    MOVE SPACES TO alNote
    WRITE provisionReportRecord FROM allowanceLine
    IF heldRunDate NOT = lastMonthRunDate
        MOVE "ALLOWANCE LAST HELD" TO alCaption
        MOVE heldAllowance TO alAmount
        MOVE heldRunDate TO dateTextWork
        PERFORM SetAllowanceNote
        WRITE provisionReportRecord FROM allowanceLine
    END-IF
    IF journalAmount > ZERO
        MOVE journalSourceType TO jlSourceType
        MOVE journalAmount TO jlAmount
        WRITE provisionReportRecord FROM journalLine
    ELSE
        WRITE provisionReportRecord FROM noJournalLine
    END-IF
    MOVE closedSkipped TO snlSkipped
    WRITE provisionReportRecord FROM skippedNoteLine
    PERFORM SortByExposure
    WRITE provisionReportRecord FROM blankLine
    WRITE provisionReportRecord FROM topHeadLine
    PERFORM WriteOneTopExposure
        VARYING provisionIndex FROM 1 BY 1
        UNTIL provisionIndex > provisionCount
            OR provisionIndex > topExposureLimit
    CLOSE provisionReportFile
    DISPLAY "LOANPROV.RPT written - " provisionCount " loan(s).".
SetAllowanceNote.
    IF dateTextWork (1:8) = ZERO
        MOVE "NO PRIOR RUN" TO alNote
    ELSE
        MOVE SPACES TO alNote
        STRING "RUN OF " DELIMITED BY SIZE
            dateTextWork (1:4) DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            dateTextWork (5:2) DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            dateTextWork (7:2) DELIMITED BY SIZE
            INTO alNote
        END-STRING
    END-IF.
WriteOneDetailLine.
    MOVE pvLoanId (provisionIndex) TO dlLoanId
    MOVE pvBorrower (provisionIndex) TO dlBorrower
    MOVE pvBalance (provisionIndex) TO dlBalance
    MOVE pvLastPayment (provisionIndex) TO dlLastPayment
    MOVE pvDays (provisionIndex) TO dlDays
    MOVE bucketName (pvBucket (provisionIndex)) TO dlBucket
    MOVE pvPercent (provisionIndex) TO dlPercent
    MOVE pvProvision (provisionIndex) TO dlProvision
    IF pvSpecific (provisionIndex) = "Y"
        MOVE "SPECIFIC" TO dlFlag
    ELSE
        MOVE SPACES TO dlFlag
    END-IF
    WRITE provisionReportRecord FROM detailLine.
WriteOneBucketLine.
    MOVE bucketName (bucketIndex) TO blgBucketName
    MOVE buCount (bucketIndex) TO blgCount
    MOVE buBalance (bucketIndex) TO blgBalance
    MOVE bucketPercent (bucketIndex) TO blgPercent
    MOVE buProvision (bucketIndex) TO blgProvision
    WRITE provisionReportRecord FROM bucketLine.
SortByExposure.
    IF provisionCount > 1
        MOVE "Y" TO sortSwapNeeded
        PERFORM SortOnePass UNTIL sortSwapNeeded NOT = "Y"
    END-IF.
SortOnePass.
    MOVE "N" TO sortSwapNeeded
    PERFORM CompareAdjacentRows
        VARYING sortSwapIndex FROM 1 BY 1
        UNTIL sortSwapIndex >= provisionCount.
CompareAdjacentRows.
    IF pvBalance (sortSwapIndex) < pvBalance (sortSwapIndex + 1)
        MOVE provisionEntry (sortSwapIndex) TO swapEntryHold
        MOVE provisionEntry (sortSwapIndex + 1)
            TO provisionEntry (sortSwapIndex)
        MOVE swapEntryHold TO provisionEntry (sortSwapIndex + 1)
        MOVE "Y" TO sortSwapNeeded
    END-IF.
WriteOneTopExposure.
    MOVE provisionIndex TO tpRank
    MOVE pvLoanId (provisionIndex) TO tpLoanId
    MOVE pvBorrower (provisionIndex) TO tpBorrower
    MOVE pvBalance (provisionIndex) TO tpBalance
    IF pvSpecific (provisionIndex) = "Y"
        MOVE "SPEC" TO tpBucket
    ELSE
        MOVE bucketName (pvBucket (provisionIndex)) TO tpBucket
    END-IF
    MOVE pvProvision (provisionIndex) TO tpProvision
    WRITE provisionReportRecord FROM topLine.
RewriteProvisionHistory.
    OPEN OUTPUT provisionHistoryFile
    PERFORM WriteOneHistoryRecord
        VARYING historyIndex FROM 1 BY 1
        UNTIL historyIndex > historyCount
    MOVE runDate TO phRunDate
    MOVE provisionCount TO phLoanCount
    MOVE portfolioBalance TO phBalanceTotal
    MOVE requiredAllowance TO phAllowance
    WRITE provisionHistoryRecord
    CLOSE provisionHistoryFile.
WriteOneHistoryRecord.
    MOVE historyEntry (historyIndex) TO provisionHistoryRecord
    WRITE provisionHistoryRecord.
RewriteProvisionExtract.
    OPEN OUTPUT provisionExtractFile
    PERFORM WriteOneExtractRecord
        VARYING extractIndex FROM 1 BY 1
        UNTIL extractIndex > extractCount
    IF journalAmount > ZERO
        MOVE runDate TO pxRunDate
        MOVE journalSourceType TO pxSourceType
        MOVE journalAmount TO pxAmount
        MOVE SPACES TO pxReference
        STRING "PROV " DELIMITED BY SIZE
            runDate DELIMITED BY SIZE
            INTO pxReference
        END-STRING
        WRITE loanProvisionExtract
    END-IF
    CLOSE provisionExtractFile.
WriteOneExtractRecord.
    MOVE extractEntry (extractIndex) TO loanProvisionExtract
    WRITE loanProvisionExtract.
