*> Supervisor timesheet approval. TIME-IN-SECONDS used to send every
*> rolled-up week straight to the bureau, so a supervisor's first
*> chance to question hours came after the money had left. The batch
*> now parks each employee's period on TIMEPEND.DAT and extracts only
*> approved lines. This program is the supervisor's side of that
*> gate: the operator ID's first six characters are taken as the
*> supervisor's employee ID (the convention SECURITY-LOG-REVIEW uses),
*> the roster name is matched to the supervisor named on DEPTMAST.DAT,
*> and only lines in the departments that supervisor runs are shown.
*> (L)ist shows the outstanding lines - pending or queried - with
*> hours and overtime; (A)pprove releases an employee's outstanding
*> lines to the next extract; (H)old with a query parks them with the
*> supervisor's reason, to be listed as held on the batch until
*> approved. A supervisor cannot approve their own timesheet. Every
*> decision writes an audit row (operator, timestamp, action, the
*> employee's line and any query reason) to TSAUDIT.DAT for payroll
*> disputes.
IDENTIFICATION DIVISION.
PROGRAM-ID. TIMESHEET-APPROVAL.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT pendingTimesheetFile ASSIGN TO "TIMEPEND.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS pendingTimesheetStatus.
    SELECT deptMasterFile ASSIGN TO "DEPTMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS deptMasterStatus.
    SELECT rosterFile ASSIGN TO "EMPROSTR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS rEmployeeId
        FILE STATUS IS rosterFileStatus.
    SELECT timesheetAuditFile ASSIGN TO "TSAUDIT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS timesheetAuditStatus.
DATA DIVISION.
FILE SECTION.
FD  pendingTimesheetFile.
COPY "TIMEPEND.cpy".
FD  deptMasterFile.
01 deptMasterRecord.
    05 dmDeptCode PIC X(4).
    05 dmDeptName PIC X(20).
    05 dmSupervisor PIC X(20).
FD  rosterFile.
COPY "EMPROSTR.cpy".
FD  timesheetAuditFile.
01 timesheetAuditRecord.
    05 taOperatorId PIC X(08).
    05 taTimestamp PIC X(26).
    05 taTransactionType PIC X(06).
    05 taEmployeeId PIC 9(06).
    05 taDeptCode PIC X(4).
    05 taPeriodFrom PIC 9(08).
    05 taPeriodTo PIC 9(08).
    05 taTotalHours PIC 9(04)V99.
    05 taOvertimeHours PIC 9(04)V99.
    05 taQueryReason PIC X(30).
WORKING-STORAGE SECTION.
    01 pendingTimesheetStatus PIC X(2) VALUE "00".
    01 deptMasterStatus PIC X(2) VALUE "00".
    01 rosterFileStatus PIC X(2) VALUE "00".
    01 timesheetAuditStatus PIC X(2) VALUE "00".
    01 pendingTimesheetEOF PIC X(1) VALUE "N".
    01 deptMasterEOF PIC X(1) VALUE "N".
    01 rosterIsOpen PIC X(1) VALUE "N".
    01 pendingTable.
        05 pendingEntry OCCURS 1000 TIMES.
            10 ptEmployeeId PIC 9(06).
            10 ptDeptCode PIC X(4).
            10 ptPeriodFrom PIC 9(08).
            10 ptPeriodTo PIC 9(08).
            10 ptTotalMinutes PIC 9(06).
            10 ptRegularMinutes PIC 9(06).
            10 ptWeekendMinutes PIC 9(06).
            10 ptHolidayMinutes PIC 9(06).
            10 ptOvertimeHours PIC 9(04)V99.
            10 ptStatus PIC X(1).
            10 ptPendDate PIC 9(08).
            10 ptReviewedBy PIC X(08).
            10 ptReviewDate PIC 9(08).
            10 ptQueryReason PIC X(30).
            10 ptExtractDate PIC 9(08).
    01 pendingCount PIC 9(04) VALUE ZERO.
    01 pendingIndex PIC 9(04).
    01 pendingOverflow PIC X(1) VALUE "N".
    01 supervisedDeptTable.
        05 supervisedDeptCode PIC X(4) OCCURS 30 TIMES.
    01 supervisedDeptCount PIC 99 VALUE ZERO.
    01 supervisedDeptIndex PIC 99.
    01 deptIsSupervised PIC X(1).
    01 supervisorEmployeeText PIC X(06).
    01 supervisorEmployeeId PIC 9(06) VALUE ZERO.
    01 supervisorName PIC X(20) VALUE SPACES.
    01 maintenanceChoice PIC X(1).
    01 keepGoing PIC X(1) VALUE "Y".
    01 changeCount PIC 9(03) VALUE ZERO.
    01 keyedEmployeeText PIC X(06).
    01 keyedEmployeeId PIC 9(06).
    01 keyedQueryReason PIC X(30).
    01 decisionStatus PIC X(1).
    01 decisionType PIC X(06).
    01 linesActedOn PIC 9(03).
    01 outstandingCount PIC 9(04).
    01 runDate PIC 9(08).
    01 lineHours PIC 9(04)V99.
    01 employeeNameShown PIC X(20).
    01 pendingListLine.
        05 pllEmployeeId PIC 9(06).
        05 FILLER PIC X(1) VALUE " ".
        05 pllName PIC X(20).
        05 FILLER PIC X(1) VALUE " ".
        05 pllDeptCode PIC X(4).
        05 FILLER PIC X(1) VALUE " ".
        05 pllPeriodFrom PIC 9(08).
        05 FILLER PIC X(1) VALUE "-".
        05 pllPeriodTo PIC 9(08).
        05 FILLER PIC X(5) VALUE " HRS=".
        05 pllTotalHours PIC Z(03)9.99.
        05 FILLER PIC X(4) VALUE " OT=".
        05 pllOvertimeHours PIC Z(03)9.99.
        05 FILLER PIC X(1) VALUE " ".
        05 pllStatusText PIC X(9).
        05 pllQueryReason PIC X(30).
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27) VALUE "TIMESHEET-APPROVAL".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "TIMESHEET-APPROVAL", operatorId
    ACCEPT runDate FROM DATE YYYYMMDD
    MOVE "TIMESHEET APPROVAL" TO tlInputs
    OPEN INPUT rosterFile
    IF rosterFileStatus = "00"
        MOVE "Y" TO rosterIsOpen
    END-IF
    PERFORM IdentifySupervisor
    IF supervisedDeptCount = ZERO
        DISPLAY "Operator " operatorId " is not the supervisor of "
            "any department on DEPTMAST.DAT - refused."
        MOVE "REJECTED" TO logRunStatus
        MOVE "NOT A SUPERVISOR" TO tlResultOut
    ELSE
        PERFORM LoadPendingTimesheets
        IF pendingOverflow = "Y"
            DISPLAY "TIMEPEND.DAT OVERFLOWS THE WORK TABLE - REFUSED"
            MOVE "REJECTED" TO logRunStatus
            MOVE "OVERFLOW" TO tlResultOut
        ELSE
            DISPLAY "Supervisor " supervisorName " - "
                supervisedDeptCount " department(s)."
            PERFORM ListOutstandingLines
            PERFORM MaintenanceLoop UNTIL keepGoing NOT = "Y"
            IF changeCount > ZERO
                PERFORM RewritePendingTimesheets
            END-IF
            MOVE SPACES TO tlResultOut
            STRING "DECISIONS=" DELIMITED BY SIZE
                changeCount DELIMITED BY SIZE
                INTO tlResultOut
            END-STRING
        END-IF
    END-IF
    IF rosterIsOpen = "Y"
        CLOSE rosterFile
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
IdentifySupervisor.
    MOVE ZERO TO supervisedDeptCount
    MOVE operatorId (1:6) TO supervisorEmployeeText
    IF supervisorEmployeeText IS NUMERIC AND rosterIsOpen = "Y"
        MOVE supervisorEmployeeText TO supervisorEmployeeId
        MOVE supervisorEmployeeId TO rEmployeeId
        READ rosterFile
            INVALID KEY MOVE SPACES TO supervisorName
            NOT INVALID KEY MOVE rName TO supervisorName
        END-READ
    END-IF
    IF supervisorName NOT = SPACES
        MOVE "N" TO deptMasterEOF
        OPEN INPUT deptMasterFile
        IF deptMasterStatus = "00"
            PERFORM ReadDeptMasterRecord
            PERFORM CheckOneDeptSupervisor
                UNTIL deptMasterEOF = "Y" OR supervisedDeptCount = 30
            CLOSE deptMasterFile
        END-IF
    END-IF.
ReadDeptMasterRecord.
    READ deptMasterFile
        AT END MOVE "Y" TO deptMasterEOF
    END-READ.
CheckOneDeptSupervisor.
    IF dmSupervisor = supervisorName
        ADD 1 TO supervisedDeptCount
        MOVE dmDeptCode TO supervisedDeptCode (supervisedDeptCount)
    END-IF
    PERFORM ReadDeptMasterRecord.
LoadPendingTimesheets.
    MOVE ZERO TO pendingCount
    MOVE "N" TO pendingTimesheetEOF
    OPEN INPUT pendingTimesheetFile
    IF pendingTimesheetStatus = "00"
        PERFORM ReadPendingTimesheetRecord
        PERFORM AddPendingEntry
            UNTIL pendingTimesheetEOF = "Y" OR pendingCount = 1000
        IF pendingTimesheetEOF NOT = "Y"
            MOVE "Y" TO pendingOverflow
        END-IF
        CLOSE pendingTimesheetFile
    END-IF.
ReadPendingTimesheetRecord.
    READ pendingTimesheetFile
        AT END MOVE "Y" TO pendingTimesheetEOF
    END-READ.
AddPendingEntry.
    ADD 1 TO pendingCount
    MOVE pendingTimesheetRecord TO pendingEntry (pendingCount)
    PERFORM ReadPendingTimesheetRecord.
CheckDeptSupervised.
    MOVE "N" TO deptIsSupervised
    PERFORM MatchOneSupervisedDept
        VARYING supervisedDeptIndex FROM 1 BY 1
        UNTIL supervisedDeptIndex > supervisedDeptCount
            OR deptIsSupervised = "Y".
MatchOneSupervisedDept.
    IF supervisedDeptCode (supervisedDeptIndex)
        = ptDeptCode (pendingIndex)
        MOVE "Y" TO deptIsSupervised
    END-IF.
MaintenanceLoop.
    DISPLAY "(L)ist, (A)pprove, (H)old with a query or (Q)uit: "
    ACCEPT maintenanceChoice
    EVALUATE maintenanceChoice
        WHEN "L" WHEN "l" PERFORM ListOutstandingLines
        WHEN "A" WHEN "a"
            MOVE "A" TO decisionStatus
            MOVE "APPROV" TO decisionType
            PERFORM DecideEmployeeLines
        WHEN "H" WHEN "h"
            MOVE "Q" TO decisionStatus
            MOVE "QUERY" TO decisionType
            PERFORM DecideEmployeeLines
        WHEN "Q" WHEN "q" MOVE "N" TO keepGoing
        WHEN OTHER DISPLAY "Invalid selection."
    END-EVALUATE.
ListOutstandingLines.
    MOVE ZERO TO outstandingCount
    PERFORM ListOnePendingLine
        VARYING pendingIndex FROM 1 BY 1
        UNTIL pendingIndex > pendingCount
    DISPLAY outstandingCount " line(s) outstanding.".
ListOnePendingLine.
    IF ptStatus (pendingIndex) = "P" OR ptStatus (pendingIndex) = "Q"
        PERFORM CheckDeptSupervised
        IF deptIsSupervised = "Y"
            ADD 1 TO outstandingCount
            MOVE ptEmployeeId (pendingIndex) TO pllEmployeeId
            PERFORM LookUpEmployeeName
            MOVE employeeNameShown TO pllName
            MOVE ptDeptCode (pendingIndex) TO pllDeptCode
            MOVE ptPeriodFrom (pendingIndex) TO pllPeriodFrom
            MOVE ptPeriodTo (pendingIndex) TO pllPeriodTo
            COMPUTE lineHours ROUNDED =
                ptTotalMinutes (pendingIndex) / 60
            MOVE lineHours TO pllTotalHours
            MOVE ptOvertimeHours (pendingIndex) TO pllOvertimeHours
            IF ptStatus (pendingIndex) = "Q"
                MOVE "QUERIED:" TO pllStatusText
                MOVE ptQueryReason (pendingIndex) TO pllQueryReason
            ELSE
                MOVE "PENDING" TO pllStatusText
                MOVE SPACES TO pllQueryReason
            END-IF
            DISPLAY pendingListLine
        END-IF
    END-IF.
LookUpEmployeeName.
    MOVE SPACES TO employeeNameShown
    IF rosterIsOpen = "Y"
        MOVE ptEmployeeId (pendingIndex) TO rEmployeeId
        READ rosterFile
            INVALID KEY MOVE "*NOT ON ROSTER*" TO employeeNameShown
            NOT INVALID KEY MOVE rName TO employeeNameShown
        END-READ
    END-IF.
DecideEmployeeLines.
    DISPLAY "Employee ID: "
    ACCEPT keyedEmployeeText
    IF keyedEmployeeText IS NOT NUMERIC
        DISPLAY "Employee ID must be six digits."
    ELSE
        MOVE keyedEmployeeText TO keyedEmployeeId
        IF keyedEmployeeId = supervisorEmployeeId
            DISPLAY "A supervisor cannot decide their own timesheet "
                "- refer it to payroll."
        ELSE
            MOVE SPACES TO keyedQueryReason
            IF decisionStatus = "Q"
                DISPLAY "Query reason: "
                ACCEPT keyedQueryReason
            END-IF
            IF decisionStatus = "Q" AND keyedQueryReason = SPACES
                DISPLAY "A query needs a reason - nothing held."
            ELSE
                MOVE ZERO TO linesActedOn
                PERFORM DecideOnePendingLine
                    VARYING pendingIndex FROM 1 BY 1
                    UNTIL pendingIndex > pendingCount
                IF linesActedOn = ZERO
                    DISPLAY "No outstanding line for that employee in "
                        "your departments."
                ELSE
                    DISPLAY linesActedOn " line(s) "
                        decisionType " for employee " keyedEmployeeId
                END-IF
            END-IF
        END-IF
    END-IF.
DecideOnePendingLine.
    IF ptEmployeeId (pendingIndex) = keyedEmployeeId
        AND (ptStatus (pendingIndex) = "P"
            OR ptStatus (pendingIndex) = "Q")
        PERFORM CheckDeptSupervised
        IF deptIsSupervised = "Y"
            MOVE decisionStatus TO ptStatus (pendingIndex)
            MOVE operatorId TO ptReviewedBy (pendingIndex)
            MOVE runDate TO ptReviewDate (pendingIndex)
            MOVE keyedQueryReason TO ptQueryReason (pendingIndex)
            PERFORM WriteTimesheetAuditRecord
            ADD 1 TO linesActedOn
            ADD 1 TO changeCount
        END-IF
    END-IF.
WriteTimesheetAuditRecord.
    OPEN EXTEND timesheetAuditFile
    IF timesheetAuditStatus = "05" OR timesheetAuditStatus = "35"
        OPEN OUTPUT timesheetAuditFile
    END-IF
    MOVE operatorId TO taOperatorId
    MOVE FUNCTION CURRENT-DATE TO taTimestamp
    MOVE decisionType TO taTransactionType
    MOVE ptEmployeeId (pendingIndex) TO taEmployeeId
    MOVE ptDeptCode (pendingIndex) TO taDeptCode
    MOVE ptPeriodFrom (pendingIndex) TO taPeriodFrom
    MOVE ptPeriodTo (pendingIndex) TO taPeriodTo
    COMPUTE taTotalHours ROUNDED = ptTotalMinutes (pendingIndex) / 60
    MOVE ptOvertimeHours (pendingIndex) TO taOvertimeHours
    MOVE keyedQueryReason TO taQueryReason
    WRITE timesheetAuditRecord
    CLOSE timesheetAuditFile.
RewritePendingTimesheets.
    OPEN OUTPUT pendingTimesheetFile
    PERFORM WriteOnePendingRecord
        VARYING pendingIndex FROM 1 BY 1
        UNTIL pendingIndex > pendingCount
    CLOSE pendingTimesheetFile
    DISPLAY "TIMEPEND.DAT rewritten - " changeCount " decision(s).".
WriteOnePendingRecord.
    MOVE pendingEntry (pendingIndex) TO pendingTimesheetRecord
    WRITE pendingTimesheetRecord.
