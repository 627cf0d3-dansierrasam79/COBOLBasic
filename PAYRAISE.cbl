*> Pay-raise modelling. Each spring the question is what a raise
*> costs - three percent for everybody against four for Fabrication
*> only - and the answer used to come off a spreadsheet built from
*> TIMESHEET.RPT. This keys a scenario of up to ten lines, each a
*> department code (or ALL), a percent or a flat amount per hour, and
*> the effective date; a department line overrides the ALL line for
*> that department and a department with no line is left as it is.
*> Every active roster employee is priced at the PAYRATE.DAT rate in
*> effect on their line's effective date and at the proposed rate,
*> against the hours on their pay history PAYHIST.DAT for the twelve
*> months to today - straight time at the rate, overtime at the rate
*> times their multiplier, the way RETRO-PAY-ADJUSTMENT reprices a
*> period. Nothing is written to the pay-rate master. PAYRAISE.RPT
*> shows current against proposed annual gross per employee, per
*> department and for the company. Once the scenario is agreed the
*> operator can submit it: a proposed rate row per raised employee is
*> written to CHGPEND.DAT and CTLAUDIT.LOG exactly as
*> PAY-RATE-MAINTENANCE would write it, flagged RETRO where the
*> effective date reaches into an extracted period, and waits for the
*> second operator in CHANGE-APPROVAL.
IDENTIFICATION DIVISION.
PROGRAM-ID. PAY-RAISE-MODEL.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT payRateFile ASSIGN TO "PAYRATE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS payRateFileStatus.
    SELECT rosterFile ASSIGN TO "EMPROSTR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS rEmployeeId
        FILE STATUS IS rosterFileStatus.
    SELECT deptMasterFile ASSIGN TO "DEPTMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS deptMasterStatus.
    SELECT payHistoryFile ASSIGN TO "PAYHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS payHistoryStatus.
    SELECT pendingChangeFile ASSIGN TO "CHGPEND.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS pendingChangeStatus.
    SELECT ctlAuditFile ASSIGN TO "CTLAUDIT.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ctlAuditFileStatus.
    SELECT raiseReportFile ASSIGN TO "PAYRAISE.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  payRateFile.
COPY "PAYRATE.cpy".
FD  rosterFile.
COPY "EMPROSTR.cpy".
FD  deptMasterFile.
01 deptMasterRecord.
    05 dmDeptCode PIC X(4).
    05 dmDeptName PIC X(20).
    05 dmSupervisor PIC X(20).
FD  payHistoryFile.
COPY "PAYHIST.cpy".
FD  pendingChangeFile.
COPY "CHGPEND.cpy".
FD  ctlAuditFile.
01 ctlAuditRecord PIC X(130).
FD  raiseReportFile.
01 raiseReportRecord PIC X(120).
WORKING-STORAGE SECTION.
    01 payRateFileStatus PIC X(2) VALUE "00".
    01 rosterFileStatus PIC X(2) VALUE "00".
    01 deptMasterStatus PIC X(2) VALUE "00".
    01 payHistoryStatus PIC X(2) VALUE "00".
    01 pendingChangeStatus PIC X(2) VALUE "00".
    01 ctlAuditFileStatus PIC X(2) VALUE "00".
    01 payRateEOF PIC X(1) VALUE "N".
    01 rosterEOF PIC X(1) VALUE "N".
    01 deptMasterEOF PIC X(1) VALUE "N".
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
    01 deptTable.
        05 deptEntry OCCURS 31 TIMES.
            10 dtDeptCode PIC X(4).
            10 dtDeptName PIC X(20).
    01 deptCount PIC 99 VALUE ZERO.
    01 deptIndex PIC 99.
    01 deptFound PIC 99.
    01 scenarioTable.
        05 scenarioEntry OCCURS 10 TIMES.
            10 scDeptCode PIC X(4).
            10 scMethod PIC X(1).
            10 scValue PIC 9(03)V99.
            10 scEffectiveDate PIC 9(08).
    01 scenarioCount PIC 99 VALUE ZERO.
    01 scenarioIndex PIC 99.
    01 scenarioFound PIC 99.
    01 allLineFound PIC 99.
    01 scenarioEntryDone PIC X(1).
    01 keyedDeptText PIC X(4).
    01 keyedMethodText PIC X(1).
    01 keyedValueText PIC X(5).
    01 keyedValue PIC 9(03)V99.
    01 keyedDateText PIC X(08).
    01 keyedEffectiveDate PIC 9(08).
    01 lineIsValid PIC X(1).
    01 employeeTable.
        05 employeeEntry OCCURS 500 TIMES.
            10 ewEmployeeId PIC 9(06).
            10 ewName PIC X(20).
            10 ewDeptIndex PIC 99.
            10 ewScenarioLine PIC 99.
            10 ewStraightHours PIC 9(05)V99.
            10 ewOvertimeHours PIC 9(05)V99.
            10 ewLastPeriodTo PIC 9(08).
            10 ewRateFound PIC 9(03).
            10 ewCurrentRate PIC 9(03)V99.
            10 ewProposedRate PIC 9(03)V99.
            10 ewMultiplier PIC 9V99.
            10 ewCurrentAnnual PIC 9(07)V99.
            10 ewProposedAnnual PIC 9(07)V99.
    01 employeeCount PIC 9(03) VALUE ZERO.
    01 employeeIndex PIC 9(03).
    01 employeeFound PIC 9(03).
    01 employeeOverflow PIC X(1) VALUE "N".
    01 terminatedSkipped PIC 9(05) VALUE ZERO.
    01 historyRowsUsed PIC 9(05) VALUE ZERO.
    01 runDate PIC 9(08).
    01 historyFromDate PIC 9(08).
    01 priceDate PIC 9(08).
    01 historyHours PIC 9(05)V99.
    01 historyStraightHours PIC 9(05)V99.
    01 proposedRateWork PIC 9(04)V99.
    01 rateCeilingHit PIC 9(03) VALUE ZERO.
    01 deptCurrentTotal PIC 9(09)V99.
    01 deptProposedTotal PIC 9(09)V99.
    01 deptEmployeeCount PIC 9(03).
    01 companyCurrentTotal PIC 9(09)V99 VALUE ZERO.
    01 companyProposedTotal PIC 9(09)V99 VALUE ZERO.
    01 increaseAmount PIC 9(09)V99.
    01 increasePercent PIC 9(03)V9.
    01 submitAnswer PIC X(1).
    01 submittedCount PIC 9(03) VALUE ZERO.
    01 retroTriggered PIC X(1).
    01 newValuesText PIC X(20).
    01 oldValuesText PIC X(20).
    01 pendingKeyText PIC X(23).
    01 auditTimestamp PIC X(26).
    01 auditActionText PIC X(6).
    01 reportTitleLine.
        05 FILLER PIC X(40)
            VALUE "PAY-RAISE SCENARIO - ANNUAL GROSS COST  ".
        05 FILLER PIC X(13) VALUE "HOURS FROM ".
        05 rtlHistoryFrom PIC 9999/99/99.
        05 FILLER PIC X(4) VALUE " TO ".
        05 rtlRunDate PIC 9999/99/99.
    01 scenarioLine.
        05 FILLER PIC X(14) VALUE "  SCENARIO    ".
        05 slDeptCode PIC X(4).
        05 FILLER PIC X(2) VALUE SPACES.
        05 slMethodText PIC X(12).
        05 slValue PIC ZZ9.99.
        05 FILLER PIC X(16) VALUE "  EFFECTIVE FROM".
        05 FILLER PIC X(1) VALUE SPACE.
        05 slEffectiveDate PIC 9999/99/99.
    01 deptHeadLine.
        05 FILLER PIC X(11) VALUE "DEPARTMENT ".
        05 dhlDeptCode PIC X(4).
        05 FILLER PIC X(1) VALUE SPACE.
        05 dhlDeptName PIC X(20).
    01 columnHeadLine.
        05 FILLER PIC X(44) VALUE
            "EMPLOYEE NAME                   RATE   NEW  ".
        05 FILLER PIC X(76) VALUE
            "STRAIGHT OVERTIME    ANNUAL NOW     ANNUAL NEW      INCREASE".
    01 employeeLine.
        05 elEmployeeId PIC 9(06).
        05 FILLER PIC X(3) VALUE SPACES.
        05 elName PIC X(20).
        05 FILLER PIC X(1) VALUE SPACE.
        05 elCurrentRate PIC ZZ9.99.
        05 FILLER PIC X(1) VALUE SPACE.
        05 elProposedRate PIC ZZ9.99.
        05 FILLER PIC X(1) VALUE SPACE.
        05 elStraightHours PIC ZZZZ9.99.
        05 FILLER PIC X(1) VALUE SPACE.
        05 elOvertimeHours PIC ZZZZ9.99.
        05 FILLER PIC X(2) VALUE SPACES.
        05 elCurrentAnnual PIC Z,ZZZ,ZZ9.99.
        05 FILLER PIC X(3) VALUE SPACES.
        05 elProposedAnnual PIC Z,ZZZ,ZZ9.99.
        05 FILLER PIC X(2) VALUE SPACES.
        05 elIncrease PIC Z,ZZZ,ZZ9.99.
        05 FILLER PIC X(1) VALUE SPACE.
        05 elFlag PIC X(9).
    01 totalLine.
        05 ttlCaption PIC X(30).
        05 ttlEmployeeCount PIC ZZ9.
        05 FILLER PIC X(10) VALUE " EMPLOYEES".
        05 FILLER PIC X(9) VALUE SPACES.
        05 ttlCurrentAnnual PIC ZZZ,ZZZ,ZZ9.99.
        05 FILLER PIC X(1) VALUE SPACE.
        05 ttlProposedAnnual PIC ZZZ,ZZZ,ZZ9.99.
        05 FILLER PIC X(1) VALUE SPACE.
        05 ttlIncrease PIC ZZZ,ZZZ,ZZ9.99.
        05 FILLER PIC X(1) VALUE SPACE.
        05 ttlIncreasePercent PIC ZZ9.9.
        05 FILLER PIC X(1) VALUE "%".
    01 blankLine PIC X(1) VALUE SPACE.
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27) VALUE "PAY-RAISE-MODEL".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "PAY-RAISE-MODEL", operatorId
    ACCEPT runDate FROM DATE YYYYMMDD
    COMPUTE historyFromDate = runDate - 10000
    PERFORM LoadDeptMaster
    PERFORM LoadPayRateFile
    MOVE "N" TO scenarioEntryDone
    PERFORM AcceptScenarioLine
        UNTIL scenarioEntryDone = "Y" OR scenarioCount = 10
    MOVE SPACES TO tlInputs
    STRING "RAISE SCENARIO LINES=" DELIMITED BY SIZE
        scenarioCount DELIMITED BY SIZE
        INTO tlInputs
    END-STRING
    IF scenarioCount = ZERO
        DISPLAY "No scenario lines keyed - nothing to model."
        MOVE "REJECTED" TO logRunStatus
        MOVE "NO SCENARIO" TO tlResultOut
    ELSE
        PERFORM LoadActiveEmployees
        IF rosterFileStatus NOT = "00"
            DISPLAY "Employee roster not available - model not run."
            MOVE "ERROR" TO logRunStatus
            MOVE "NO ROSTER" TO tlResultOut
        ELSE
        IF employeeOverflow = "Y"
            DISPLAY "MORE THAN 500 ACTIVE EMPLOYEES - MODEL NOT RUN"
            MOVE "REJECTED" TO logRunStatus
            MOVE "ROSTER OVERFLOW" TO tlResultOut
        ELSE
            PERFORM LoadHistoryHours
            PERFORM PriceOneEmployee
                VARYING employeeIndex FROM 1 BY 1
                UNTIL employeeIndex > employeeCount
            PERFORM WriteRaiseReport
            PERFORM OfferSubmission
            MOVE SPACES TO tlResultOut
            STRING "PROPOSED=" DELIMITED BY SIZE
                submittedCount DELIMITED BY SIZE
                INTO tlResultOut
            END-STRING
        END-IF
        END-IF
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
LoadDeptMaster.
    MOVE "N" TO deptMasterEOF
    OPEN INPUT deptMasterFile
    IF deptMasterStatus = "00"
        PERFORM ReadDeptMasterRecord
        PERFORM AddDeptEntry
            UNTIL deptMasterEOF = "Y" OR deptCount = 30
        CLOSE deptMasterFile
    ELSE
        DISPLAY "Department master not available."
    END-IF
    ADD 1 TO deptCount
    MOVE "UNAS" TO dtDeptCode (deptCount)
    MOVE "UNASSIGNED" TO dtDeptName (deptCount).
ReadDeptMasterRecord.
    READ deptMasterFile
        AT END MOVE "Y" TO deptMasterEOF
    END-READ.
AddDeptEntry.
    ADD 1 TO deptCount
    MOVE dmDeptCode TO dtDeptCode (deptCount)
    MOVE dmDeptName TO dtDeptName (deptCount)
    PERFORM ReadDeptMasterRecord.
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
            "RATES PAST ROW 500 ARE NOT PRICED AND THE SCENARIO "
            "CANNOT BE SUBMITTED"
    END-IF.
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
AcceptScenarioLine.
    MOVE "Y" TO lineIsValid
    DISPLAY "Scenario line - department code or ALL "
        "(blank to finish): "
    ACCEPT keyedDeptText
    INSPECT keyedDeptText
        CONVERTING "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    IF keyedDeptText = SPACES
        MOVE "Y" TO scenarioEntryDone
    ELSE
        PERFORM ValidateScenarioDept
        IF lineIsValid = "Y"
            PERFORM AcceptScenarioValues
        END-IF
        IF lineIsValid = "Y"
            ADD 1 TO scenarioCount
            MOVE keyedDeptText TO scDeptCode (scenarioCount)
            MOVE keyedMethodText TO scMethod (scenarioCount)
            MOVE keyedValue TO scValue (scenarioCount)
            MOVE keyedEffectiveDate
                TO scEffectiveDate (scenarioCount)
            DISPLAY "Line accepted."
        END-IF
    END-IF.
ValidateScenarioDept.
    IF keyedDeptText NOT = "ALL"
        MOVE ZERO TO deptFound
        PERFORM MatchKeyedDept
            VARYING deptIndex FROM 1 BY 1
            UNTIL deptIndex >= deptCount OR deptFound > ZERO
        IF deptFound = ZERO
            DISPLAY "Department " keyedDeptText
                " is not on DEPTMAST.DAT - line refused."
            MOVE "N" TO lineIsValid
        END-IF
    END-IF
    IF lineIsValid = "Y"
        MOVE ZERO TO scenarioFound
        PERFORM MatchKeyedScenario
            VARYING scenarioIndex FROM 1 BY 1
            UNTIL scenarioIndex > scenarioCount OR scenarioFound > ZERO
        IF scenarioFound > ZERO
            DISPLAY "A line for " keyedDeptText
                " is already keyed - line refused."
            MOVE "N" TO lineIsValid
        END-IF
    END-IF.
MatchKeyedDept.
    IF dtDeptCode (deptIndex) = keyedDeptText
        MOVE deptIndex TO deptFound
    END-IF.
MatchKeyedScenario.
    IF scDeptCode (scenarioIndex) = keyedDeptText
        MOVE scenarioIndex TO scenarioFound
    END-IF.
AcceptScenarioValues.
    DISPLAY "(P)ercent raise or (F)lat amount per hour: "
    ACCEPT keyedMethodText
    INSPECT keyedMethodText CONVERTING "pf" TO "PF"
    IF keyedMethodText NOT = "P" AND keyedMethodText NOT = "F"
        DISPLAY "Method must be P or F - line refused."
        MOVE "N" TO lineIsValid
    END-IF
    IF lineIsValid = "Y"
        IF keyedMethodText = "P"
            DISPLAY "Enter percent (5 digits, 3.50% as 00350): "
        ELSE
            DISPLAY "Enter amount per hour (5 digits, 0.75 as 00075): "
        END-IF
        ACCEPT keyedValueText
        IF keyedValueText IS NUMERIC AND keyedValueText > ZERO
            MOVE keyedValueText TO keyedValue (1:5)
        ELSE
            DISPLAY "Value must be numeric and above zero - "
                "line refused."
            MOVE "N" TO lineIsValid
        END-IF
    END-IF
    IF lineIsValid = "Y"
        DISPLAY "Enter effective-from date YYYYMMDD: "
        ACCEPT keyedDateText
        IF keyedDateText IS NUMERIC
            AND keyedDateText (5:2) >= "01"
            AND keyedDateText (5:2) <= "12"
            AND keyedDateText (7:2) >= "01"
            AND keyedDateText (7:2) <= "31"
            MOVE keyedDateText TO keyedEffectiveDate
        ELSE
            DISPLAY "Effective date is not a valid YYYYMMDD date "
                "- line refused."
            MOVE "N" TO lineIsValid
        END-IF
    END-IF.
LoadActiveEmployees.
    OPEN INPUT rosterFile
    IF rosterFileStatus = "00"
        MOVE "N" TO rosterEOF
        MOVE LOW-VALUES TO rEmployeeId
        START rosterFile KEY IS GREATER THAN OR EQUAL rEmployeeId
            INVALID KEY MOVE "Y" TO rosterEOF
            NOT INVALID KEY CONTINUE
        END-START
        PERFORM AddOneEmployee
            UNTIL rosterEOF = "Y" OR employeeOverflow = "Y"
        CLOSE rosterFile
    END-IF.
AddOneEmployee.
    READ rosterFile NEXT RECORD
        AT END MOVE "Y" TO rosterEOF
        NOT AT END
            IF rStatus = "T"
                ADD 1 TO terminatedSkipped
            ELSE
            IF employeeCount = 500
                MOVE "Y" TO employeeOverflow
            ELSE
                ADD 1 TO employeeCount
                PERFORM FillEmployeeEntry
            END-IF
            END-IF
    END-READ.
FillEmployeeEntry.
    MOVE rEmployeeId TO ewEmployeeId (employeeCount)
    MOVE rName TO ewName (employeeCount)
    MOVE ZERO TO deptFound
    PERFORM MatchRosterDept
        VARYING deptIndex FROM 1 BY 1
        UNTIL deptIndex >= deptCount OR deptFound > ZERO
    IF deptFound = ZERO
        MOVE deptCount TO deptFound
    END-IF
    MOVE deptFound TO ewDeptIndex (employeeCount)
    MOVE ZERO TO scenarioFound
    MOVE ZERO TO allLineFound
    PERFORM MatchEmployeeScenario
        VARYING scenarioIndex FROM 1 BY 1
        UNTIL scenarioIndex > scenarioCount
    IF scenarioFound = ZERO
        MOVE allLineFound TO scenarioFound
    END-IF
    MOVE scenarioFound TO ewScenarioLine (employeeCount)
    MOVE ZERO TO ewStraightHours (employeeCount)
    MOVE ZERO TO ewOvertimeHours (employeeCount)
    MOVE ZERO TO ewLastPeriodTo (employeeCount).
MatchRosterDept.
    IF dtDeptCode (deptIndex) = rDeptCode
        MOVE deptIndex TO deptFound
    END-IF.
MatchEmployeeScenario.
    IF scDeptCode (scenarioIndex) = "ALL"
        MOVE scenarioIndex TO allLineFound
    ELSE
        IF scDeptCode (scenarioIndex) = dtDeptCode (deptFound)
            MOVE scenarioIndex TO scenarioFound
        END-IF
    END-IF.
LoadHistoryHours.
    MOVE "N" TO payHistoryEOF
    OPEN INPUT payHistoryFile
    IF payHistoryStatus = "00"
        PERFORM AddOneHistoryRow UNTIL payHistoryEOF = "Y"
        CLOSE payHistoryFile
    ELSE
        DISPLAY "PAYHIST.DAT not available - every employee is "
            "projected at zero hours."
    END-IF.
AddOneHistoryRow.
    READ payHistoryFile
        AT END MOVE "Y" TO payHistoryEOF
        NOT AT END
            MOVE ZERO TO employeeFound
            PERFORM MatchHistoryEmployee
                VARYING employeeIndex FROM 1 BY 1
                UNTIL employeeIndex > employeeCount
                    OR employeeFound > ZERO
            IF employeeFound > ZERO AND phPeriodTo IS NUMERIC
                PERFORM AddHistoryHours
            END-IF
    END-READ.
MatchHistoryEmployee.
    IF ewEmployeeId (employeeIndex) = phEmployeeId
        MOVE employeeIndex TO employeeFound
    END-IF.
AddHistoryHours.
    IF phPeriodTo > ewLastPeriodTo (employeeFound)
        MOVE phPeriodTo TO ewLastPeriodTo (employeeFound)
    END-IF
    IF phPeriodTo > historyFromDate AND phPeriodTo <= runDate
        COMPUTE historyHours = phRegularHours
            + phWeekendHours + phHolidayHours
        IF historyHours > phOvertimeHours
            COMPUTE historyStraightHours =
                historyHours - phOvertimeHours
        ELSE
            MOVE ZERO TO historyStraightHours
        END-IF
        ADD historyStraightHours TO ewStraightHours (employeeFound)
        ADD phOvertimeHours TO ewOvertimeHours (employeeFound)
        ADD 1 TO historyRowsUsed
    END-IF.
PriceOneEmployee.
    MOVE ewScenarioLine (employeeIndex) TO scenarioIndex
    IF scenarioIndex > ZERO
        MOVE scEffectiveDate (scenarioIndex) TO priceDate
    ELSE
        MOVE runDate TO priceDate
    END-IF
    MOVE ZERO TO payRateFound
    PERFORM MatchPriceDateRate
        VARYING payRateIndex FROM 1 BY 1
        UNTIL payRateIndex > payRateCount
    MOVE payRateFound TO ewRateFound (employeeIndex)
    IF payRateFound = ZERO
        MOVE ZERO TO ewCurrentRate (employeeIndex)
        MOVE ZERO TO ewProposedRate (employeeIndex)
        MOVE 1 TO ewMultiplier (employeeIndex)
    ELSE
        MOVE prtRegularRate (payRateFound)
            TO ewCurrentRate (employeeIndex)
        MOVE prtOvertimeMultiplier (payRateFound)
            TO ewMultiplier (employeeIndex)
        PERFORM ComputeProposedRate
    END-IF
    COMPUTE ewCurrentAnnual (employeeIndex) ROUNDED =
        (ewStraightHours (employeeIndex) * ewCurrentRate (employeeIndex))
        + (ewOvertimeHours (employeeIndex)
            * ewCurrentRate (employeeIndex)
            * ewMultiplier (employeeIndex))
    COMPUTE ewProposedAnnual (employeeIndex) ROUNDED =
        (ewStraightHours (employeeIndex) * ewProposedRate (employeeIndex))
        + (ewOvertimeHours (employeeIndex)
            * ewProposedRate (employeeIndex)
            * ewMultiplier (employeeIndex)).
MatchPriceDateRate.
    IF prtEmployeeId (payRateIndex) = ewEmployeeId (employeeIndex)
        AND prtEffectiveDate (payRateIndex) <= priceDate
        AND (payRateFound = ZERO
            OR prtEffectiveDate (payRateIndex)
                >= prtEffectiveDate (payRateFound))
        MOVE payRateIndex TO payRateFound
    END-IF.
ComputeProposedRate.
    IF scenarioIndex = ZERO
        MOVE ewCurrentRate (employeeIndex) TO proposedRateWork
    ELSE
    IF scMethod (scenarioIndex) = "P"
        COMPUTE proposedRateWork ROUNDED =
            ewCurrentRate (employeeIndex)
            * (100 + scValue (scenarioIndex)) / 100
    ELSE
        COMPUTE proposedRateWork =
            ewCurrentRate (employeeIndex) + scValue (scenarioIndex)
    END-IF
    END-IF
    IF proposedRateWork > 999.99
        MOVE 999.99 TO proposedRateWork
        ADD 1 TO rateCeilingHit
    END-IF
    MOVE proposedRateWork TO ewProposedRate (employeeIndex).
WriteRaiseReport.
    OPEN OUTPUT raiseReportFile
    MOVE historyFromDate TO rtlHistoryFrom
    MOVE runDate TO rtlRunDate
    WRITE raiseReportRecord FROM reportTitleLine
    PERFORM WriteOneScenarioLine
        VARYING scenarioIndex FROM 1 BY 1
        UNTIL scenarioIndex > scenarioCount
    PERFORM WriteOneDeptBlock
        VARYING deptIndex FROM 1 BY 1
        UNTIL deptIndex > deptCount
    WRITE raiseReportRecord FROM blankLine
    MOVE "COMPANY TOTAL" TO ttlCaption
    MOVE employeeCount TO ttlEmployeeCount
    MOVE companyCurrentTotal TO deptCurrentTotal
    MOVE companyProposedTotal TO deptProposedTotal
    PERFORM FormatTotalLine
    WRITE raiseReportRecord FROM totalLine
    CLOSE raiseReportFile
    IF rateCeilingHit > ZERO
        DISPLAY "WARNING: " rateCeilingHit " proposed rate(s) held "
            "at the 999.99 ceiling."
    END-IF
    DISPLAY "PAYRAISE.RPT written - " employeeCount
        " employee(s) priced from " historyRowsUsed
        " pay-history row(s); " terminatedSkipped
        " terminated skipped."
    DISPLAY "Current annual gross " companyCurrentTotal
        " proposed " companyProposedTotal.
WriteOneScenarioLine.
    MOVE scDeptCode (scenarioIndex) TO slDeptCode
    IF scMethod (scenarioIndex) = "P"
        MOVE "PERCENT" TO slMethodText
    ELSE
        MOVE "PER HOUR" TO slMethodText
    END-IF
    MOVE scValue (scenarioIndex) TO slValue
    MOVE scEffectiveDate (scenarioIndex) TO slEffectiveDate
    WRITE raiseReportRecord FROM scenarioLine.
WriteOneDeptBlock.
    MOVE ZERO TO deptCurrentTotal
    MOVE ZERO TO deptProposedTotal
    MOVE ZERO TO deptEmployeeCount
    PERFORM CountDeptEmployee
        VARYING employeeIndex FROM 1 BY 1
        UNTIL employeeIndex > employeeCount
    IF deptEmployeeCount > ZERO
        WRITE raiseReportRecord FROM blankLine
        MOVE dtDeptCode (deptIndex) TO dhlDeptCode
        MOVE dtDeptName (deptIndex) TO dhlDeptName
        WRITE raiseReportRecord FROM deptHeadLine
        WRITE raiseReportRecord FROM columnHeadLine
        PERFORM WriteDeptEmployee
            VARYING employeeIndex FROM 1 BY 1
            UNTIL employeeIndex > employeeCount
        MOVE SPACES TO ttlCaption
        STRING "  TOTAL " DELIMITED BY SIZE
            dtDeptCode (deptIndex) DELIMITED BY SIZE
            INTO ttlCaption
        END-STRING
        MOVE deptEmployeeCount TO ttlEmployeeCount
        PERFORM FormatTotalLine
        WRITE raiseReportRecord FROM totalLine
        ADD deptCurrentTotal TO companyCurrentTotal
        ADD deptProposedTotal TO companyProposedTotal
    END-IF.
CountDeptEmployee.
    IF ewDeptIndex (employeeIndex) = deptIndex
        ADD 1 TO deptEmployeeCount
    END-IF.
WriteDeptEmployee.
    IF ewDeptIndex (employeeIndex) = deptIndex
        MOVE ewEmployeeId (employeeIndex) TO elEmployeeId
        MOVE ewName (employeeIndex) TO elName
        MOVE ewCurrentRate (employeeIndex) TO elCurrentRate
        MOVE ewProposedRate (employeeIndex) TO elProposedRate
        MOVE ewStraightHours (employeeIndex) TO elStraightHours
        MOVE ewOvertimeHours (employeeIndex) TO elOvertimeHours
        MOVE ewCurrentAnnual (employeeIndex) TO elCurrentAnnual
        MOVE ewProposedAnnual (employeeIndex) TO elProposedAnnual
        COMPUTE increaseAmount = ewProposedAnnual (employeeIndex)
            - ewCurrentAnnual (employeeIndex)
        MOVE increaseAmount TO elIncrease
        IF ewRateFound (employeeIndex) = ZERO
            MOVE "NO RATE" TO elFlag
        ELSE
        IF ewStraightHours (employeeIndex) = ZERO
            AND ewOvertimeHours (employeeIndex) = ZERO
            MOVE "NO HOURS" TO elFlag
        ELSE
        IF ewScenarioLine (employeeIndex) = ZERO
            MOVE "NO RAISE" TO elFlag
        ELSE
            MOVE SPACES TO elFlag
        END-IF
        END-IF
        END-IF
        WRITE raiseReportRecord FROM employeeLine
        ADD ewCurrentAnnual (employeeIndex) TO deptCurrentTotal
        ADD ewProposedAnnual (employeeIndex) TO deptProposedTotal
    END-IF.
FormatTotalLine.
    MOVE deptCurrentTotal TO ttlCurrentAnnual
    MOVE deptProposedTotal TO ttlProposedAnnual
    COMPUTE increaseAmount = deptProposedTotal - deptCurrentTotal
    MOVE increaseAmount TO ttlIncrease
    IF deptCurrentTotal > ZERO
        COMPUTE increasePercent ROUNDED =
            increaseAmount * 100 / deptCurrentTotal
    ELSE
        MOVE ZERO TO increasePercent
    END-IF
    MOVE increasePercent TO ttlIncreasePercent.
OfferSubmission.
    IF payRateOverflow = "Y"
        DISPLAY "Scenario cannot be submitted while PAYRATE.DAT "
            "exceeds the work table."
    ELSE
        DISPLAY "Submit the proposed rates for approval (Y/N): "
        ACCEPT submitAnswer
        IF submitAnswer = "Y" OR submitAnswer = "y"
            PERFORM SubmitOneEmployee
                VARYING employeeIndex FROM 1 BY 1
                UNTIL employeeIndex > employeeCount
            DISPLAY submittedCount " rate change(s) proposed to "
                "CHGPEND.DAT - awaiting approval in CHANGE-APPROVAL."
        END-IF
    END-IF.
SubmitOneEmployee.
    MOVE ewScenarioLine (employeeIndex) TO scenarioIndex
    IF scenarioIndex > ZERO
        AND ewRateFound (employeeIndex) > ZERO
        AND ewProposedRate (employeeIndex)
            > ewCurrentRate (employeeIndex)
        MOVE ewRateFound (employeeIndex) TO payRateFound
        IF prtEffectiveDate (payRateFound)
            = scEffectiveDate (scenarioIndex)
            MOVE "UPDATE" TO auditActionText
            MOVE SPACES TO oldValuesText
            STRING prtRegularRate (payRateFound) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                prtOvertimeMultiplier (payRateFound)
                    DELIMITED BY SIZE
                INTO oldValuesText
            END-STRING
        ELSE
            MOVE "ADD" TO auditActionText
            MOVE "(NEW ROW)" TO oldValuesText
        END-IF
        IF ewLastPeriodTo (employeeIndex)
            >= scEffectiveDate (scenarioIndex)
            MOVE "Y" TO retroTriggered
        ELSE
            MOVE "N" TO retroTriggered
        END-IF
        PERFORM WritePendingChange
        PERFORM WriteAuditLine
        ADD 1 TO submittedCount
    END-IF.
BuildValuesText.
    MOVE SPACES TO newValuesText
    STRING ewProposedRate (employeeIndex) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        ewMultiplier (employeeIndex) DELIMITED BY SIZE
        INTO newValuesText
    END-STRING
    IF retroTriggered = "Y"
        MOVE "RETRO" TO newValuesText (11:5)
    END-IF.
WritePendingChange.
    PERFORM BuildValuesText
    MOVE SPACES TO pendingKeyText
    STRING ewEmployeeId (employeeIndex) DELIMITED BY SIZE
        scEffectiveDate (scenarioIndex) DELIMITED BY SIZE
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
        ewEmployeeId (employeeIndex) DELIMITED BY SIZE
        " EFF=" DELIMITED BY SIZE
        scEffectiveDate (scenarioIndex) DELIMITED BY SIZE
        " OLD=" DELIMITED BY SIZE
        oldValuesText DELIMITED BY SIZE
        " NEW=" DELIMITED BY SIZE
        newValuesText DELIMITED BY SIZE
        INTO ctlAuditRecord
    END-STRING
    WRITE ctlAuditRecord
    CLOSE ctlAuditFile.
