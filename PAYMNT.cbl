*> Maintenance utility for the pay-rate master, modeled on
*> CTL-LIMIT-MAINTENANCE. PAYRATE.DAT drives the gross pay in
*> TIME-IN-SECONDS, the job labor costing in JOB-LABOR-POSTING and
*> RETRO-PAY-ADJUSTMENT, yet it was edited with a text editor - no
*> validation and no record of who gave whom a raise. This (L)ists
*> one employee's rate history, (A)dds a new effective-dated rate and
*> overtime multiplier, or (U)pdates the row for an existing
*> effective date. The employee must be on the roster EMPROSTR.DAT
*> and not terminated, the rate must be above zero and the multiplier
*> at least 1.00. Nothing touches PAYRATE.DAT directly: every add and
*> update is written to the pending-changes file CHGPEND.DAT and
*> applied only when a second operator approves it in
*> CHANGE-APPROVAL, and the proposal is written to CTLAUDIT.LOG. A
*> change whose effective date falls inside a period already
*> extracted to the pay history PAYHIST.DAT is warned about - the
*> approved change will trigger a retro adjustment - and is flagged
*> RETRO on the pending row so the approver sees it too.
IDENTIFICATION DIVISION.
PROGRAM-ID. PAY-RATE-MAINTENANCE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT payRateFile ASSIGN TO "PAYRATE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS payRateFileStatus.
    SELECT rosterFile ASSIGN TO "EMPROSTR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS rEmployeeId
        FILE STATUS IS rosterFileStatus.
    SELECT payHistoryFile ASSIGN TO "PAYHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS payHistoryStatus.
    SELECT pendingChangeFile ASSIGN TO "CHGPEND.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS pendingChangeStatus.
    SELECT ctlAuditFile ASSIGN TO "CTLAUDIT.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ctlAuditFileStatus.
DATA DIVISION.
FILE SECTION.
FD  payRateFile.
COPY "PAYRATE.cpy".
FD  rosterFile.
COPY "EMPROSTR.cpy".
FD  payHistoryFile.
COPY "PAYHIST.cpy".
FD  pendingChangeFile.
COPY "CHGPEND.cpy".
FD  ctlAuditFile.
01 ctlAuditRecord PIC X(130).
WORKING-STORAGE SECTION.
    01 payRateFileStatus PIC X(2) VALUE "00".
    01 rosterFileStatus PIC X(2) VALUE "00".
    01 payHistoryStatus PIC X(2) VALUE "00".
    01 pendingChangeStatus PIC X(2) VALUE "00".
    01 ctlAuditFileStatus PIC X(2) VALUE "00".
    01 payRateEOF PIC X(1) VALUE "N".
    01 payHistoryEOF PIC X(1) VALUE "N".
    01 payRateTable.
        05 payRateEntry OCCURS 500 TIMES.
            10 prtEmployeeId PIC 9(06).
            10 prtRegularRate PIC 9(03)V99.
            10 prtOvertimeMultiplier PIC 9V99.
            10 prtEffectiveDate PIC 9(08).
    01 payRateCount PIC 9(03) VALUE ZERO.
    01 payRateIndex PIC 9(03).
    01 payRateFound PIC 9(03).
    01 payRateOverflow PIC X(1) VALUE "N".
    01 historyRowCount PIC 9(03).
    01 maintenanceChoice PIC X(1).
    01 keepGoing PIC X(1) VALUE "Y".
    01 changeCount PIC 9(03) VALUE ZERO.
    01 chosenEmployeeId PIC 9(06).
    01 chosenEffectiveDate PIC 9(08).
    01 keyedEmployeeText PIC X(06).
    01 keyedDateText PIC X(08).
    01 keyedRateText PIC X(05).
    01 keyedRate PIC 9(03)V99.
    01 keyedMultiplierText PIC X(03).
    01 keyedMultiplier PIC 9V99.
    01 employeeValid PIC X(1).
    01 dateValid PIC X(1).
    01 valuesAreValid PIC X(1).
    01 rosterNameHeld PIC X(20).
    01 retroTriggered PIC X(1).
    01 retroPeriodTo PIC 9(08).
    01 oldValuesText PIC X(20).
    01 newValuesText PIC X(20).
    01 pendingKeyText PIC X(23).
    01 auditTimestamp PIC X(26).
    01 auditActionText PIC X(6).
    01 rateListLine.
        05 FILLER PIC X(4) VALUE "EFF=".
        05 rllEffectiveDate PIC 9999/99/99.
        05 FILLER PIC X(6) VALUE " RATE=".
        05 rllRegularRate PIC ZZ9.99.
        05 FILLER PIC X(6) VALUE " OT X=".
        05 rllOvertimeMultiplier PIC 9.99.
        05 rllCurrentFlag PIC X(10).
    01 runDate PIC 9(08).
    01 currentRateFound PIC 9(03).
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27)
        VALUE "PAY-RATE-MAINTENANCE".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "PAY-RATE-MAINTENANCE", operatorId
    ACCEPT runDate FROM DATE YYYYMMDD
    PERFORM LoadPayRateFile
    PERFORM MaintenanceLoop UNTIL keepGoing NOT = "Y"
    IF changeCount > ZERO
        DISPLAY changeCount " change(s) proposed to CHGPEND.DAT"
            " - awaiting approval in CHANGE-APPROVAL."
    END-IF
    MOVE "PAY RATE MAINT" TO tlInputs
    MOVE SPACES TO tlResultOut
    STRING "CHANGES=" DELIMITED BY SIZE
        changeCount DELIMITED BY SIZE
        INTO tlResultOut
    END-STRING
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
LoadPayRateFile.
    MOVE ZERO TO payRateCount
    MOVE "N" TO payRateEOF
    MOVE "N" TO payRateOverflow
    OPEN INPUT payRateFile
    IF payRateFileStatus = "00"
        PERFORM ReadPayRateRecord
        PERFORM AddPayRateEntry
            UNTIL payRateEOF = "Y" OR payRateCount = 500
        IF payRateEOF NOT = "Y"
            MOVE "Y" TO payRateOverflow
        END-IF
        CLOSE payRateFile
    END-IF
    IF payRateOverflow = "Y"
        DISPLAY "WARNING: PAYRATE.DAT HAS MORE THAN 500 ROWS - "
            "HISTORY PAST ROW 500 IS NOT SHOWN"
    END-IF
    DISPLAY payRateCount " pay-rate row(s) on file.".
ReadPayRateRecord.
    READ payRateFile
        AT END MOVE "Y" TO payRateEOF
    END-READ.
AddPayRateEntry.
    ADD 1 TO payRateCount
    MOVE prEmployeeId TO prtEmployeeId (payRateCount)
    MOVE prRegularRate TO prtRegularRate (payRateCount)
    MOVE prOvertimeMultiplier
        TO prtOvertimeMultiplier (payRateCount)
    IF prEffectiveDate IS NUMERIC
        MOVE prEffectiveDate TO prtEffectiveDate (payRateCount)
    ELSE
        MOVE ZERO TO prtEffectiveDate (payRateCount)
    END-IF
    PERFORM ReadPayRateRecord.
MaintenanceLoop.
    DISPLAY "(L)ist history, (A)dd rate, (U)pdate rate or (Q)uit: "
    ACCEPT maintenanceChoice
    EVALUATE maintenanceChoice
        WHEN "L" WHEN "l" PERFORM ListRateHistory
        WHEN "A" WHEN "a" PERFORM AddPayRate
        WHEN "U" WHEN "u" PERFORM UpdatePayRate
        WHEN "Q" WHEN "q" MOVE "N" TO keepGoing
        WHEN OTHER DISPLAY "Invalid selection."
    END-EVALUATE.
AcceptEmployeeId.
    MOVE "N" TO employeeValid
    DISPLAY "Enter employee ID (6 digits): "
    ACCEPT keyedEmployeeText
    IF keyedEmployeeText IS NUMERIC
        MOVE keyedEmployeeText TO chosenEmployeeId
        MOVE "Y" TO employeeValid
    ELSE
        DISPLAY "Employee ID must be 6 digits."
    END-IF.
ListRateHistory.
    PERFORM AcceptEmployeeId
    IF employeeValid = "Y"
        PERFORM FindCurrentRate
        MOVE ZERO TO historyRowCount
        PERFORM ListOneRateRow
            VARYING payRateIndex FROM 1 BY 1
            UNTIL payRateIndex > payRateCount
        IF historyRowCount = ZERO
            DISPLAY "No pay-rate rows for employee "
                chosenEmployeeId
        END-IF
    END-IF.
ListOneRateRow.
    IF prtEmployeeId (payRateIndex) = chosenEmployeeId
        ADD 1 TO historyRowCount
        MOVE prtEffectiveDate (payRateIndex) TO rllEffectiveDate
        MOVE prtRegularRate (payRateIndex) TO rllRegularRate
        MOVE prtOvertimeMultiplier (payRateIndex)
            TO rllOvertimeMultiplier
        IF payRateIndex = currentRateFound
            MOVE " (CURRENT)" TO rllCurrentFlag
        ELSE
            MOVE SPACES TO rllCurrentFlag
        END-IF
        DISPLAY rateListLine
    END-IF.
FindCurrentRate.
    MOVE ZERO TO currentRateFound
    PERFORM MatchCurrentRate
        VARYING payRateIndex FROM 1 BY 1
        UNTIL payRateIndex > payRateCount.
MatchCurrentRate.
    IF prtEmployeeId (payRateIndex) = chosenEmployeeId
        AND prtEffectiveDate (payRateIndex) <= runDate
        AND (currentRateFound = ZERO
            OR prtEffectiveDate (payRateIndex)
                >= prtEffectiveDate (currentRateFound))
        MOVE payRateIndex TO currentRateFound
    END-IF.
FindPayRateRow.
    MOVE ZERO TO payRateFound
    PERFORM MatchOnePayRateRow
        VARYING payRateIndex FROM 1 BY 1
        UNTIL payRateIndex > payRateCount OR payRateFound > ZERO.
MatchOnePayRateRow.
    IF prtEmployeeId (payRateIndex) = chosenEmployeeId
        AND prtEffectiveDate (payRateIndex) = chosenEffectiveDate
        MOVE payRateIndex TO payRateFound
    END-IF.
ValidateOnRoster.
    MOVE SPACES TO rosterNameHeld
    OPEN INPUT rosterFile
    IF rosterFileStatus NOT = "00"
        DISPLAY "Roster EMPROSTR.DAT not available - "
            "change refused."
        MOVE "N" TO employeeValid
    ELSE
        MOVE chosenEmployeeId TO rEmployeeId
        READ rosterFile
            INVALID KEY
                DISPLAY "Employee " chosenEmployeeId
                    " is not on the roster - change refused."
                MOVE "N" TO employeeValid
            NOT INVALID KEY
                MOVE rName TO rosterNameHeld
                IF rStatus = "T"
                    DISPLAY "Employee " chosenEmployeeId
                        " is terminated - change refused."
                    MOVE "N" TO employeeValid
                END-IF
        END-READ
        CLOSE rosterFile
    END-IF.
AcceptEffectiveDate.
    MOVE "N" TO dateValid
    DISPLAY "Enter effective-from date YYYYMMDD: "
    ACCEPT keyedDateText
    IF keyedDateText IS NUMERIC
        MOVE keyedDateText TO chosenEffectiveDate
        IF chosenEffectiveDate (5:2) >= "01"
            AND chosenEffectiveDate (5:2) <= "12"
            AND chosenEffectiveDate (7:2) >= "01"
            AND chosenEffectiveDate (7:2) <= "31"
            MOVE "Y" TO dateValid
        END-IF
    END-IF
    IF dateValid = "N"
        DISPLAY "Effective date is not a valid YYYYMMDD date."
    END-IF.
AcceptRateValues.
    MOVE "Y" TO valuesAreValid
    DISPLAY "Enter regular hourly rate (5 digits, 018.50 as 01850): "
    ACCEPT keyedRateText
    IF keyedRateText IS NUMERIC AND keyedRateText > ZERO
        MOVE keyedRateText TO keyedRate (1:5)
    ELSE
        DISPLAY "Rate must be numeric and above zero - "
            "change not proposed."
        MOVE "N" TO valuesAreValid
    END-IF
    IF valuesAreValid = "Y"
        DISPLAY "Enter overtime multiplier (3 digits, 1.50 as 150): "
        ACCEPT keyedMultiplierText
        IF keyedMultiplierText IS NUMERIC
            AND keyedMultiplierText >= "100"
            MOVE keyedMultiplierText TO keyedMultiplier (1:3)
        ELSE
            DISPLAY "Multiplier must be numeric and at least 1.00 "
                "- change not proposed."
            MOVE "N" TO valuesAreValid
        END-IF
    END-IF.
CheckExtractedPeriods.
    MOVE "N" TO retroTriggered
    MOVE ZERO TO retroPeriodTo
    MOVE "N" TO payHistoryEOF
    OPEN INPUT payHistoryFile
    IF payHistoryStatus = "00"
        PERFORM CheckOneHistoryRow UNTIL payHistoryEOF = "Y"
        CLOSE payHistoryFile
    END-IF
    IF retroTriggered = "Y"
        DISPLAY "WARNING: PAY FOR THIS EMPLOYEE HAS ALREADY BEEN "
            "EXTRACTED THROUGH " retroPeriodTo
        DISPLAY "  - ONCE APPROVED THIS CHANGE WILL TRIGGER A "
            "RETRO ADJUSTMENT IN RETRO-PAY-ADJUSTMENT."
    END-IF.
CheckOneHistoryRow.
    READ payHistoryFile
        AT END MOVE "Y" TO payHistoryEOF
        NOT AT END
            IF phEmployeeId = chosenEmployeeId
                AND phPeriodTo IS NUMERIC
                AND phPeriodTo >= chosenEffectiveDate
                MOVE "Y" TO retroTriggered
                IF phPeriodTo > retroPeriodTo
                    MOVE phPeriodTo TO retroPeriodTo
                END-IF
            END-IF
    END-READ.
AddPayRate.
    PERFORM AcceptEmployeeId
    IF employeeValid = "Y"
        PERFORM ValidateOnRoster
    END-IF
    IF employeeValid = "Y"
        DISPLAY "Employee " chosenEmployeeId " " rosterNameHeld
        PERFORM AcceptEffectiveDate
        IF dateValid = "Y"
            PERFORM FindPayRateRow
            IF payRateFound > ZERO
                DISPLAY "Row already on file for that date - "
                    "use update."
            ELSE
                PERFORM AcceptRateValues
                IF valuesAreValid = "Y"
                    PERFORM CheckExtractedPeriods
                    MOVE "(NEW ROW)" TO oldValuesText
                    MOVE "ADD" TO auditActionText
                    PERFORM WritePendingChange
                    PERFORM WriteAuditLine
                    ADD 1 TO changeCount
                    DISPLAY "Add proposed - pending approval."
                END-IF
            END-IF
        END-IF
    END-IF.
UpdatePayRate.
    PERFORM AcceptEmployeeId
    IF employeeValid = "Y"
        PERFORM ValidateOnRoster
    END-IF
    IF employeeValid = "Y"
        PERFORM AcceptEffectiveDate
        IF dateValid = "Y"
            PERFORM FindPayRateRow
            IF payRateFound = ZERO
                DISPLAY "No row for that employee and date - "
                    "use add."
            ELSE
                MOVE ZERO TO currentRateFound
                MOVE payRateFound TO payRateIndex
                PERFORM ListOneRateRow
                MOVE SPACES TO oldValuesText
                STRING prtRegularRate (payRateFound) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    prtOvertimeMultiplier (payRateFound)
                        DELIMITED BY SIZE
                    INTO oldValuesText
                END-STRING
                PERFORM AcceptRateValues
                IF valuesAreValid = "Y"
                    PERFORM CheckExtractedPeriods
                    MOVE "UPDATE" TO auditActionText
                    PERFORM WritePendingChange
                    PERFORM WriteAuditLine
                    ADD 1 TO changeCount
                    DISPLAY "Update proposed - pending approval."
                END-IF
            END-IF
        END-IF
    END-IF.
BuildValuesText.
    MOVE SPACES TO newValuesText
    STRING keyedRate DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        keyedMultiplier DELIMITED BY SIZE
        INTO newValuesText
    END-STRING
    IF retroTriggered = "Y"
        MOVE "RETRO" TO newValuesText (11:5)
    END-IF.
WritePendingChange.
    PERFORM BuildValuesText
    MOVE SPACES TO pendingKeyText
    STRING chosenEmployeeId DELIMITED BY SIZE
        chosenEffectiveDate DELIMITED BY SIZE
        INTO pendingKeyText
    END-STRING
    OPEN EXTEND pendingChangeFile
    IF pendingChangeStatus = "05" OR pendingChangeStatus = "35"
        OPEN OUTPUT pendingChangeFile
    END-IF
    MOVE "PAYRATE.DAT" TO cgTargetFile
    MOVE auditActionText TO cgAction
    MOVE pendingKeyText TO cgKeyText
    MOVE newValuesText TO cgNewValues
    MOVE operatorId TO cgProposedBy
    MOVE FUNCTION CURRENT-DATE TO cgProposedStamp
    MOVE "P" TO cgStatus
    WRITE pendingChangeRecord
    CLOSE pendingChangeFile.
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
        " PROPOSE " DELIMITED BY SIZE
        auditActionText DELIMITED BY SIZE
        " PAYRATE EMP=" DELIMITED BY SIZE
        chosenEmployeeId DELIMITED BY SIZE
        " EFF=" DELIMITED BY SIZE
        chosenEffectiveDate DELIMITED BY SIZE
        " OLD=" DELIMITED BY SIZE
        oldValuesText DELIMITED BY SIZE
        " NEW=" DELIMITED BY SIZE
        newValuesText DELIMITED BY SIZE
        INTO ctlAuditRecord
    END-STRING
    WRITE ctlAuditRecord
    CLOSE ctlAuditFile.
