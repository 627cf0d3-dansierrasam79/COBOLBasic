*> Leaver uniform kit recovery. The roster's (T)erminate transaction
*> hands a leaver a kit-return checklist (UNIFORM-KIT-CHECKLIST); this
*> is the follow-up once the grace period has run. It reads the
*> uniform ledger UNIFLEDG.DAT, and for every terminated roster
*> employee whose termination date is more than the grace period
*> behind the run date and who still holds kit, values what is still
*> out at its issue cost and proposes a one-off fixed recovery
*> deduction (code UNIF) for DEDUCT.DAT through the pending-changes
*> file CHGPEND.DAT - payroll approves or rejects it in
*> CHANGE-APPROVAL like any other master change, and every proposal
*> writes a PROPOSE line to CTLAUDIT.LOG. The deduction starts on the
*> run date and stops after the deduction window, so it is taken in
*> the leaver's final pay. The kit proposed for recovery is closed off
*> on the ledger with K rows so the next run does not propose it
*> again; kit handed back after that is still booked as a return, and
*> a recovery payroll rejects is the kit written off. The grace and
*> window days come from the UNIF-RECOVER row in CTLLIMIT.DAT (value
*> 1 = grace days, value 2 = deduction window days; defaults 30 and
*> 7). The proposals are listed on UNIFRCV.RPT. A ledger larger than
*> the work table refuses the run.
IDENTIFICATION DIVISION.
PROGRAM-ID. UNIFORM-KIT-RECOVERY.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT uniformLedgerFile ASSIGN TO "UNIFLEDG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS uniformLedgerStatus.
    SELECT rosterFile ASSIGN TO "EMPROSTR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS rEmployeeId
        FILE STATUS IS rosterFileStatus.
    SELECT ctlLimitFile ASSIGN TO "CTLLIMIT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ctlLimitFileStatus.
    SELECT pendingChangeFile ASSIGN TO "CHGPEND.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS pendingChangeStatus.
    SELECT ctlAuditFile ASSIGN TO "CTLAUDIT.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ctlAuditFileStatus.
    SELECT recoveryReportFile ASSIGN TO "UNIFRCV.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  uniformLedgerFile.
COPY "UNIFLEDG.cpy".
FD  rosterFile.
COPY "EMPROSTR.cpy".
FD  ctlLimitFile.
COPY "CTLLIMIT.cpy".
FD  pendingChangeFile.
COPY "CHGPEND.cpy".
FD  ctlAuditFile.
01 ctlAuditRecord PIC X(130).
FD  recoveryReportFile.
01 recoveryReportRecord PIC X(80).
WORKING-STORAGE SECTION.
    01 uniformLedgerStatus PIC X(2) VALUE "00".
    01 rosterFileStatus PIC X(2) VALUE "00".
    01 ctlLimitFileStatus PIC X(2) VALUE "00".
    01 pendingChangeStatus PIC X(2) VALUE "00".
    01 ctlAuditFileStatus PIC X(2) VALUE "00".
    01 uniformLedgerEOF PIC X(1) VALUE "N".
    01 ctlLimitEOF PIC X(1) VALUE "N".
    01 ctlLimitFound PIC X(1) VALUE "N".
    01 ctlRunDate PIC 9(08).
    01 ctlBestEffectiveDate PIC 9(08) VALUE ZERO.
    01 graceDays PIC 9(05) VALUE 30.
    01 windowDays PIC 9(05) VALUE 7.
    01 ledgerTable.
        05 ledgerEntry OCCURS 2000 TIMES.
            10 lgEmployeeId PIC 9(06).
            10 lgItemCode PIC X(4).
            10 lgSizeLabel PIC X(3).
            10 lgTransType PIC X(1).
            10 lgQuantity PIC 9(03).
            10 lgTransDate PIC 9(08).
            10 lgUnitCost PIC 9(05)V99.
            10 lgOperatorId PIC X(08).
    01 ledgerCount PIC 9(04) VALUE ZERO.
    01 ledgerIndex PIC 9(04).
    01 ledgerOverflow PIC X(1) VALUE "N".
    01 holderTable.
        05 holderEntry OCCURS 500 TIMES.
            10 hlEmployeeId PIC 9(06).
    01 holderCount PIC 9(03) VALUE ZERO.
    01 holderIndex PIC 9(03).
    01 holderFound PIC 9(03).
    01 holdingTable.
        05 holdingEntry OCCURS 50 TIMES.
            10 hdItemCode PIC X(4).
            10 hdSizeLabel PIC X(3).
            10 hdQuantity PIC S9(04).
            10 hdUnitCost PIC 9(05)V99.
    01 holdingCount PIC 99 VALUE ZERO.
    01 holdingIndex PIC 99.
    01 holdingFound PIC 99.
    01 currentEmployeeId PIC 9(06).
    01 recoveryPieces PIC 9(04).
    01 recoveryAmount PIC 9(05)V99.
    01 runDate PIC 9(08).
    01 runDayInteger PIC 9(07).
    01 graceEndDate PIC 9(08).
    01 stopDate PIC 9(08).
    01 proposalCount PIC 9(03) VALUE ZERO.
    01 proposalTotal PIC 9(07)V99 VALUE ZERO.
    01 pendingKeyText PIC X(23).
    01 newValuesText PIC X(40).
    01 amountDigitsText PIC 9(05)V99.
    01 auditTimestamp PIC X(26).
    01 reportTitleLine.
        05 FILLER PIC X(36) VALUE "LEAVER KIT RECOVERY PROPOSALS AS AT ".
        05 rtlRunDate PIC 9999/99/99.
        05 FILLER PIC X(8) VALUE "  GRACE ".
        05 rtlGraceDays PIC ZZZZ9.
        05 FILLER PIC X(5) VALUE " DAYS".
    01 columnHeadLine PIC X(80) VALUE
        "EMPL   NAME                 LEFT        PIECES     AMOUNT  STOP".
    01 recoveryLine.
        05 rclEmployeeId PIC 9(06).
        05 FILLER PIC X(1) VALUE SPACE.
        05 rclName PIC X(20).
        05 FILLER PIC X(1) VALUE SPACE.
        05 rclTermDate PIC 9999/99/99.
        05 FILLER PIC X(3) VALUE SPACES.
        05 rclPieces PIC ZZZ9.
        05 FILLER PIC X(1) VALUE SPACE.
        05 rclAmount PIC ZZ,ZZ9.99.
        05 FILLER PIC X(2) VALUE SPACES.
        05 rclStopDate PIC 9999/99/99.
    01 totalLine.
        05 FILLER PIC X(21) VALUE "RECOVERIES PROPOSED: ".
        05 ttlCount PIC ZZ9.
        05 FILLER PIC X(10) VALUE "   VALUE: ".
        05 ttlAmount PIC Z,ZZZ,ZZ9.99.
    01 blankLine PIC X(1) VALUE SPACE.
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27) VALUE "UNIFORM-KIT-RECOVERY".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "UNIFORM-KIT-RECOVERY", operatorId
    ACCEPT runDate FROM DATE YYYYMMDD
    MOVE runDate TO ctlRunDate
    PERFORM LoadRecoveryLimits
    COMPUTE runDayInteger = FUNCTION INTEGER-OF-DATE(runDate)
    COMPUTE graceEndDate =
        FUNCTION DATE-OF-INTEGER(runDayInteger - graceDays)
    COMPUTE stopDate =
        FUNCTION DATE-OF-INTEGER(runDayInteger + windowDays)
    MOVE SPACES TO tlInputs
    STRING "KIT RECOVERY GRACE=" DELIMITED BY SIZE
        graceDays DELIMITED BY SIZE
        INTO tlInputs
    END-STRING
    PERFORM LoadUniformLedger
    IF ledgerOverflow = "Y"
        DISPLAY "UNIFLEDG.DAT OVERFLOWS THE WORK TABLE - REFUSED"
        MOVE "REJECTED" TO logRunStatus
        MOVE "OVERFLOW" TO tlResultOut
    ELSE
        OPEN INPUT rosterFile
        IF rosterFileStatus NOT = "00"
            DISPLAY "Employee roster not available - run refused."
            MOVE "ERROR" TO logRunStatus
            MOVE "NO ROSTER" TO tlResultOut
        ELSE
            PERFORM CollectKitHolders
            OPEN OUTPUT recoveryReportFile
            MOVE runDate TO rtlRunDate
            MOVE graceDays TO rtlGraceDays
            WRITE recoveryReportRecord FROM reportTitleLine
            WRITE recoveryReportRecord FROM blankLine
            WRITE recoveryReportRecord FROM columnHeadLine
            PERFORM CheckOneHolder
                VARYING holderIndex FROM 1 BY 1
                UNTIL holderIndex > holderCount
            WRITE recoveryReportRecord FROM blankLine
            MOVE proposalCount TO ttlCount
            MOVE proposalTotal TO ttlAmount
            WRITE recoveryReportRecord FROM totalLine
            CLOSE recoveryReportFile
            CLOSE rosterFile
            DISPLAY "UNIFRCV.RPT written - " proposalCount
                " recoveries proposed for approval."
            MOVE SPACES TO tlResultOut
            STRING "PROPOSED=" DELIMITED BY SIZE
                proposalCount DELIMITED BY SIZE
                INTO tlResultOut
            END-STRING
        END-IF
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
LoadRecoveryLimits.
    MOVE "N" TO ctlLimitEOF
    OPEN INPUT ctlLimitFile
    IF ctlLimitFileStatus = "00"
        PERFORM FindRecoveryLimitRecord
            UNTIL ctlLimitEOF = "Y"
        CLOSE ctlLimitFile
    END-IF.
FindRecoveryLimitRecord.
    READ ctlLimitFile
        AT END MOVE "Y" TO ctlLimitEOF
        NOT AT END
            IF CTL-EFFECTIVE-DATE IS NOT NUMERIC
                MOVE ZERO TO CTL-EFFECTIVE-DATE
            END-IF
            IF CTL-CHECK-NAME = "UNIF-RECOVER"
                AND CTL-EFFECTIVE-DATE <= ctlRunDate
                AND (ctlLimitFound = "N"
                    OR CTL-EFFECTIVE-DATE >= ctlBestEffectiveDate)
                MOVE CTL-LIMIT-VALUE-1 TO graceDays
                MOVE CTL-LIMIT-VALUE-2 TO windowDays
                MOVE CTL-EFFECTIVE-DATE TO ctlBestEffectiveDate
                MOVE "Y" TO ctlLimitFound
            END-IF
    END-READ.
LoadUniformLedger.
    MOVE ZERO TO ledgerCount
    MOVE "N" TO uniformLedgerEOF
    OPEN INPUT uniformLedgerFile
    IF uniformLedgerStatus = "00"
        PERFORM ReadUniformLedgerRecord
        PERFORM AddLedgerEntry
            UNTIL uniformLedgerEOF = "Y" OR ledgerCount = 2000
        IF uniformLedgerEOF NOT = "Y"
            MOVE "Y" TO ledgerOverflow
        END-IF
        CLOSE uniformLedgerFile
    ELSE
        DISPLAY "UNIFLEDG.DAT not available - nothing to recover."
    END-IF.
ReadUniformLedgerRecord.
    READ uniformLedgerFile
        AT END MOVE "Y" TO uniformLedgerEOF
    END-READ.
AddLedgerEntry.
    ADD 1 TO ledgerCount
    MOVE uniformLedgerRecord TO ledgerEntry (ledgerCount)
    PERFORM ReadUniformLedgerRecord.
CollectKitHolders.
    MOVE ZERO TO holderCount
    PERFORM AddOneHolder
        VARYING ledgerIndex FROM 1 BY 1
        UNTIL ledgerIndex > ledgerCount.
AddOneHolder.
    MOVE ZERO TO holderFound
    PERFORM MatchOneHolder
        VARYING holderIndex FROM 1 BY 1
        UNTIL holderIndex > holderCount OR holderFound > ZERO
    IF holderFound = ZERO AND holderCount < 500
        ADD 1 TO holderCount
        MOVE lgEmployeeId (ledgerIndex) TO hlEmployeeId (holderCount)
    END-IF.
MatchOneHolder.
    IF hlEmployeeId (holderIndex) = lgEmployeeId (ledgerIndex)
        MOVE holderIndex TO holderFound
    END-IF.
CheckOneHolder.
    MOVE hlEmployeeId (holderIndex) TO rEmployeeId
    READ rosterFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF rStatus = "T"
                AND rTermDate IS NUMERIC
                AND rTermDate > ZERO
                AND rTermDate < graceEndDate
                PERFORM ValueLeaverKit
            END-IF
    END-READ.
ValueLeaverKit.
    MOVE rEmployeeId TO currentEmployeeId
    PERFORM BuildEmployeeHoldings
    MOVE ZERO TO recoveryPieces
    MOVE ZERO TO recoveryAmount
    PERFORM ValueOneHolding
        VARYING holdingIndex FROM 1 BY 1
        UNTIL holdingIndex > holdingCount
    IF recoveryPieces > ZERO AND recoveryAmount > ZERO
        PERFORM ProposeRecoveryDeduction
    END-IF.
BuildEmployeeHoldings.
    MOVE ZERO TO holdingCount
    PERFORM AddOneHoldingMovement
        VARYING ledgerIndex FROM 1 BY 1
        UNTIL ledgerIndex > ledgerCount.
AddOneHoldingMovement.
    IF lgEmployeeId (ledgerIndex) = currentEmployeeId
        MOVE ZERO TO holdingFound
        PERFORM MatchLedgerHolding
            VARYING holdingIndex FROM 1 BY 1
            UNTIL holdingIndex > holdingCount
                OR holdingFound > ZERO
        IF holdingFound = ZERO AND holdingCount < 50
            ADD 1 TO holdingCount
            MOVE holdingCount TO holdingFound
            MOVE lgItemCode (ledgerIndex)
                TO hdItemCode (holdingFound)
            MOVE lgSizeLabel (ledgerIndex)
                TO hdSizeLabel (holdingFound)
            MOVE ZERO TO hdQuantity (holdingFound)
            MOVE ZERO TO hdUnitCost (holdingFound)
        END-IF
        IF holdingFound > ZERO
            IF lgTransType (ledgerIndex) = "I"
                ADD lgQuantity (ledgerIndex)
                    TO hdQuantity (holdingFound)
                MOVE lgUnitCost (ledgerIndex)
                    TO hdUnitCost (holdingFound)
            ELSE
                SUBTRACT lgQuantity (ledgerIndex)
                    FROM hdQuantity (holdingFound)
            END-IF
        END-IF
    END-IF.
MatchLedgerHolding.
    IF hdItemCode (holdingIndex) = lgItemCode (ledgerIndex)
        AND hdSizeLabel (holdingIndex) = lgSizeLabel (ledgerIndex)
        MOVE holdingIndex TO holdingFound
    END-IF.
ValueOneHolding.
    IF hdQuantity (holdingIndex) > ZERO
        ADD hdQuantity (holdingIndex) TO recoveryPieces
        COMPUTE recoveryAmount = recoveryAmount
            + hdQuantity (holdingIndex) * hdUnitCost (holdingIndex)
    END-IF.
ProposeRecoveryDeduction.
    MOVE SPACES TO pendingKeyText
    STRING currentEmployeeId DELIMITED BY SIZE
        "UNIF" DELIMITED BY SIZE
        runDate DELIMITED BY SIZE
        INTO pendingKeyText
    END-STRING
    MOVE recoveryAmount TO amountDigitsText
    MOVE SPACES TO newValuesText
    STRING "F" DELIMITED BY SIZE
        amountDigitsText DELIMITED BY SIZE
        stopDate DELIMITED BY SIZE
        "N" DELIMITED BY SIZE
        INTO newValuesText
    END-STRING
    OPEN EXTEND pendingChangeFile
    IF pendingChangeStatus = "05" OR pendingChangeStatus = "35"
        OPEN OUTPUT pendingChangeFile
    END-IF
    MOVE "DEDUCT.DAT" TO cgTargetFile
    MOVE "ADD" TO cgAction
    MOVE pendingKeyText TO cgKeyText
    MOVE newValuesText TO cgNewValues
    MOVE operatorId TO cgProposedBy
    MOVE FUNCTION CURRENT-DATE TO cgProposedStamp
    MOVE "P" TO cgStatus
    WRITE pendingChangeRecord
    CLOSE pendingChangeFile
    PERFORM WriteAuditLine
    OPEN EXTEND uniformLedgerFile
    IF uniformLedgerStatus = "05" OR uniformLedgerStatus = "35"
        OPEN OUTPUT uniformLedgerFile
    END-IF
    PERFORM WriteRecoveryLedgerRow
        VARYING holdingIndex FROM 1 BY 1
        UNTIL holdingIndex > holdingCount
    CLOSE uniformLedgerFile
    ADD 1 TO proposalCount
    ADD recoveryAmount TO proposalTotal
    MOVE currentEmployeeId TO rclEmployeeId
    MOVE rName TO rclName
    MOVE rTermDate TO rclTermDate
    MOVE recoveryPieces TO rclPieces
    MOVE recoveryAmount TO rclAmount
    MOVE stopDate TO rclStopDate
    WRITE recoveryReportRecord FROM recoveryLine.
WriteRecoveryLedgerRow.
    IF hdQuantity (holdingIndex) > ZERO
        MOVE currentEmployeeId TO ulEmployeeId
        MOVE hdItemCode (holdingIndex) TO ulItemCode
        MOVE hdSizeLabel (holdingIndex) TO ulSizeLabel
        MOVE "K" TO ulTransType
        MOVE hdQuantity (holdingIndex) TO ulQuantity
        MOVE runDate TO ulTransDate
        MOVE hdUnitCost (holdingIndex) TO ulUnitCost
        MOVE operatorId TO ulOperatorId
        WRITE uniformLedgerRecord
    END-IF.
WriteAuditLine.
    OPEN EXTEND ctlAuditFile
    IF ctlAuditFileStatus = "05" OR ctlAuditFileStatus = "35"
        OPEN OUTPUT ctlAuditFile
    END-IF
    MOVE FUNCTION CURRENT-DATE TO auditTimestamp
    MOVE SPACES TO ctlAuditRecord
    STRING auditTimestamp DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        operatorId DELIMITED BY SIZE
        " PROPOSE ADD DEDUCT EMP=" DELIMITED BY SIZE
        currentEmployeeId DELIMITED BY SIZE
        " CODE=UNIF START=" DELIMITED BY SIZE
        runDate DELIMITED BY SIZE
        " NEW=" DELIMITED BY SIZE
        newValuesText DELIMITED BY SIZE
        INTO ctlAuditRecord
    END-STRING
    WRITE ctlAuditRecord
    CLOSE ctlAuditFile.
