*> Workforce turnover and tenure by department. DEPT-HEADCOUNT-REPORT
*> answers "how many people are in Fabrication today", but not why
*> Fabrication keeps hiring. Now that the roster carries hire and
*> termination dates and an employment status, this walks the
*> indexed roster once for the month keyed (YYYYMM, blank for last
*> month) and prints WFTURN.RPT per department: opening headcount on
*> the first of the month, hires and leavers dated inside it, closing
*> headcount at month end, and the turnover rate (leavers over the
*> average of opening and closing); the same figures for the trailing
*> twelve months ending with that month; the average tenure in years
*> of the staff still employed at month end; and the average tenure
*> in days at leaving of the month's leavers. A department where more
*> than half the month's leavers went within their first ninety days
*> is flagged EARLY-QUIT. Roster rows without a hire date count in
*> the headcounts but stay out of the tenure averages, and codes not
*> on DEPTMAST.DAT are grouped under UNAS as on the headcount report.
IDENTIFICATION DIVISION.
PROGRAM-ID. WORKFORCE-TURNOVER-REPORT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT rosterFile ASSIGN TO "EMPROSTR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS rEmployeeId
        FILE STATUS IS rosterFileStatus.
    SELECT deptMasterFile ASSIGN TO "DEPTMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS deptMasterStatus.
    SELECT turnoverReportFile ASSIGN TO "WFTURN.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  rosterFile.
COPY "EMPROSTR.cpy".
FD  deptMasterFile.
01 deptMasterRecord.
    05 dmDeptCode PIC X(4).
    05 dmDeptName PIC X(20).
    05 dmSupervisor PIC X(20).
FD  turnoverReportFile.
01 turnoverReportRecord PIC X(132).
WORKING-STORAGE SECTION.
    01 rosterFileStatus PIC X(2) VALUE "00".
    01 deptMasterStatus PIC X(2) VALUE "00".
    01 rosterEOF PIC X(1) VALUE "N".
    01 deptMasterEOF PIC X(1) VALUE "N".
    01 deptTable.
        05 deptEntry OCCURS 31 TIMES.
            10 dtDeptCode PIC X(4).
            10 dtDeptName PIC X(20).
            10 dtOpening PIC 9(05).
            10 dtHires PIC 9(05).
            10 dtLeavers PIC 9(05).
            10 dtClosing PIC 9(05).
            10 dtTtmOpening PIC 9(05).
            10 dtTtmHires PIC 9(05).
            10 dtTtmLeavers PIC 9(05).
            10 dtTenureDays PIC 9(09).
            10 dtTenureCount PIC 9(05).
            10 dtLeaverDays PIC 9(09).
            10 dtLeaverCount PIC 9(05).
            10 dtEarlyLeavers PIC 9(05).
    01 deptCount PIC 99 VALUE ZERO.
    01 deptIndex PIC 99.
    01 deptFound PIC 99.
    01 companyEntry.
        05 coOpening PIC 9(05) VALUE ZERO.
        05 coHires PIC 9(05) VALUE ZERO.
        05 coLeavers PIC 9(05) VALUE ZERO.
        05 coClosing PIC 9(05) VALUE ZERO.
        05 coTtmOpening PIC 9(05) VALUE ZERO.
        05 coTtmHires PIC 9(05) VALUE ZERO.
        05 coTtmLeavers PIC 9(05) VALUE ZERO.
        05 coTenureDays PIC 9(09) VALUE ZERO.
        05 coTenureCount PIC 9(05) VALUE ZERO.
        05 coLeaverDays PIC 9(09) VALUE ZERO.
        05 coLeaverCount PIC 9(05) VALUE ZERO.
        05 coEarlyLeavers PIC 9(05) VALUE ZERO.
    01 lineFigures.
        05 lfOpening PIC 9(05).
        05 lfHires PIC 9(05).
        05 lfLeavers PIC 9(05).
        05 lfClosing PIC 9(05).
        05 lfTtmOpening PIC 9(05).
        05 lfTtmHires PIC 9(05).
        05 lfTtmLeavers PIC 9(05).
        05 lfTenureDays PIC 9(09).
        05 lfTenureCount PIC 9(05).
        05 lfLeaverDays PIC 9(09).
        05 lfLeaverCount PIC 9(05).
        05 lfEarlyLeavers PIC 9(05).
    01 earlyQuitDays PIC 9(03) VALUE 90.
    01 runDate PIC 9(08).
    01 runDateParts REDEFINES runDate.
        05 runYear PIC 9(04).
        05 runMonth PIC 9(02).
        05 FILLER PIC 9(02).
    01 keyedMonthText PIC X(06).
    01 reportMonth PIC 9(06).
    01 reportMonthParts REDEFINES reportMonth.
        05 reportYear PIC 9(04).
        05 reportMonthNumber PIC 9(02).
    01 dateBuild PIC 9(08).
    01 dateBuildParts REDEFINES dateBuild.
        05 dbYear PIC 9(04).
        05 dbMonth PIC 9(02).
        05 dbDay PIC 9(02).
    01 monthStart PIC 9(08).
    01 monthEnd PIC 9(08).
    01 ttmStart PIC 9(08).
    01 monthSerial PIC 9(06).
    01 monthSerialYear PIC 9(04).
    01 monthSerialRemainder PIC 9(02).
    01 dayInteger PIC 9(07).
    01 employeeHireDate PIC 9(08).
    01 employeeIsTerminated PIC X(1).
    01 tenureDays PIC 9(07).
    01 averageHeadcount PIC 9(05)V99.
    01 turnoverRate PIC 9(05)V9.
    01 averageTenureYears PIC 9(03)V9.
    01 averageLeaverDays PIC 9(05).
    01 reportTitleLine.
        05 FILLER PIC X(40)
            VALUE "WORKFORCE TURNOVER AND TENURE FOR MONTH ".
        05 rtlYear PIC 9(04).
        05 FILLER PIC X(1) VALUE "/".
        05 rtlMonth PIC 9(02).
        05 FILLER PIC X(18) VALUE "  TRAILING 12 FROM".
        05 FILLER PIC X(1) VALUE SPACE.
        05 rtlTtmStart PIC 9999/99/99.
    01 columnHeadLine1.
        05 FILLER PIC X(66) VALUE
            "                           ------------- MONTH -------------".
        05 FILLER PIC X(66) VALUE
            "  ------ TRAILING 12 ------  ACTIVE  LEAVER  LEAVERS".
    01 columnHeadLine2.
        05 FILLER PIC X(66) VALUE
            "DEPT NAME                   OPEN  HIRES LEAVE CLOSE  TURN%".
        05 FILLER PIC X(66) VALUE
            "    HIRES LEAVE   TURN%  TENURE  TENURE  <90 DAYS".
    01 columnHeadLine3.
        05 FILLER PIC X(66) VALUE SPACES.
        05 FILLER PIC X(66) VALUE
            "                         (YEARS)  (DAYS)".
    01 turnoverLine.
        05 tolDeptCode PIC X(4).
        05 FILLER PIC X(1) VALUE SPACE.
        05 tolDeptName PIC X(20).
        05 FILLER PIC X(1) VALUE SPACE.
        05 tolOpening PIC ZZZZ9.
        05 FILLER PIC X(1) VALUE SPACE.
        05 tolHires PIC ZZZZ9.
        05 FILLER PIC X(1) VALUE SPACE.
        05 tolLeavers PIC ZZZZ9.
        05 FILLER PIC X(1) VALUE SPACE.
        05 tolClosing PIC ZZZZ9.
        05 FILLER PIC X(1) VALUE SPACE.
        05 tolTurnover PIC ZZZZ9.9.
        05 FILLER PIC X(5) VALUE SPACES.
        05 tolTtmHires PIC ZZZZ9.
        05 FILLER PIC X(1) VALUE SPACE.
        05 tolTtmLeavers PIC ZZZZ9.
        05 FILLER PIC X(1) VALUE SPACE.
        05 tolTtmTurnover PIC ZZZZ9.9.
        05 FILLER PIC X(3) VALUE SPACES.
        05 tolTenureYears PIC ZZ9.9.
        05 FILLER PIC X(3) VALUE SPACES.
        05 tolLeaverDays PIC ZZZZ9.
        05 FILLER PIC X(3) VALUE SPACES.
        05 tolEarlyLeavers PIC ZZZZ9.
        05 FILLER PIC X(2) VALUE SPACES.
        05 tolFlag PIC X(10).
    01 blankLine PIC X(1) VALUE SPACE.
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27) VALUE "WORKFORCE-TURNOVER-REPORT".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "WORKFORCE-TURNOVER-REPORT", operatorId
    ACCEPT runDate FROM DATE YYYYMMDD
    DISPLAY "Month to report (YYYYMM, blank for last month): "
    ACCEPT keyedMonthText
    PERFORM SetReportMonth
    MOVE SPACES TO tlInputs
    STRING "TURNOVER MONTH " DELIMITED BY SIZE
        reportMonth DELIMITED BY SIZE
        INTO tlInputs
    END-STRING
    IF reportMonthNumber < 1 OR reportMonthNumber > 12
        DISPLAY "Month must be 01 through 12 - report not run."
        MOVE "REJECTED" TO logRunStatus
        MOVE "BAD MONTH" TO tlResultOut
    ELSE
        PERFORM SetReportDates
        PERFORM LoadDeptMaster
        OPEN INPUT rosterFile
        IF rosterFileStatus NOT = "00"
            DISPLAY "Employee roster not available - report not run."
            MOVE "ERROR" TO logRunStatus
            MOVE "NO ROSTER" TO tlResultOut
        ELSE
            MOVE "N" TO rosterEOF
            MOVE LOW-VALUES TO rEmployeeId
            START rosterFile KEY IS GREATER THAN OR EQUAL rEmployeeId
                INVALID KEY MOVE "Y" TO rosterEOF
                NOT INVALID KEY CONTINUE
            END-START
            PERFORM TallyOneEmployee UNTIL rosterEOF = "Y"
            CLOSE rosterFile
            PERFORM WriteTurnoverReport
            MOVE SPACES TO tlResultOut
            STRING "CLOSING=" DELIMITED BY SIZE
                coClosing DELIMITED BY SIZE
                INTO tlResultOut
            END-STRING
        END-IF
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
SetReportMonth.
    IF keyedMonthText IS NUMERIC
        MOVE keyedMonthText TO reportMonth
    ELSE
        IF runMonth = 1
            COMPUTE reportYear = runYear - 1
            MOVE 12 TO reportMonthNumber
        ELSE
            MOVE runYear TO reportYear
            COMPUTE reportMonthNumber = runMonth - 1
        END-IF
    END-IF.
SetReportDates.
    MOVE reportYear TO dbYear
    MOVE reportMonthNumber TO dbMonth
    MOVE 1 TO dbDay
    MOVE dateBuild TO monthStart
    IF reportMonthNumber = 12
        COMPUTE dbYear = reportYear + 1
        MOVE 1 TO dbMonth
    ELSE
        COMPUTE dbMonth = reportMonthNumber + 1
    END-IF
    COMPUTE dayInteger = FUNCTION INTEGER-OF-DATE(dateBuild) - 1
    COMPUTE monthEnd = FUNCTION DATE-OF-INTEGER(dayInteger)
    COMPUTE monthSerial = reportYear * 12 + reportMonthNumber - 1 - 11
    DIVIDE monthSerial BY 12 GIVING monthSerialYear
        REMAINDER monthSerialRemainder
    MOVE monthSerialYear TO dbYear
    COMPUTE dbMonth = monthSerialRemainder + 1
    MOVE 1 TO dbDay
    MOVE dateBuild TO ttmStart.
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
    MOVE "UNASSIGNED" TO dtDeptName (deptCount)
    PERFORM ClearDeptFigures.
ReadDeptMasterRecord.
    READ deptMasterFile
        AT END MOVE "Y" TO deptMasterEOF
    END-READ.
AddDeptEntry.
    ADD 1 TO deptCount
    MOVE dmDeptCode TO dtDeptCode (deptCount)
    MOVE dmDeptName TO dtDeptName (deptCount)
    PERFORM ClearDeptFigures
    PERFORM ReadDeptMasterRecord.
ClearDeptFigures.
    MOVE ZERO TO dtOpening (deptCount)
    MOVE ZERO TO dtHires (deptCount)
    MOVE ZERO TO dtLeavers (deptCount)
    MOVE ZERO TO dtClosing (deptCount)
    MOVE ZERO TO dtTtmOpening (deptCount)
    MOVE ZERO TO dtTtmHires (deptCount)
    MOVE ZERO TO dtTtmLeavers (deptCount)
    MOVE ZERO TO dtTenureDays (deptCount)
    MOVE ZERO TO dtTenureCount (deptCount)
    MOVE ZERO TO dtLeaverDays (deptCount)
    MOVE ZERO TO dtLeaverCount (deptCount)
    MOVE ZERO TO dtEarlyLeavers (deptCount).
TallyOneEmployee.
    READ rosterFile NEXT RECORD
        AT END MOVE "Y" TO rosterEOF
        NOT AT END
            MOVE ZERO TO deptFound
            PERFORM MatchOneDept
                VARYING deptIndex FROM 1 BY 1
                UNTIL deptIndex >= deptCount OR deptFound > ZERO
            IF deptFound = ZERO
                MOVE deptCount TO deptFound
            END-IF
            PERFORM TallyEmployeeDates
    END-READ.
MatchOneDept.
    IF dtDeptCode (deptIndex) = rDeptCode
        MOVE deptIndex TO deptFound
    END-IF.
TallyEmployeeDates.
    IF rHireDate IS NUMERIC
        MOVE rHireDate TO employeeHireDate
    ELSE
        MOVE ZERO TO employeeHireDate
    END-IF
    IF rStatus = "T" AND rTermDate IS NUMERIC AND rTermDate > ZERO
        MOVE "Y" TO employeeIsTerminated
    ELSE
        MOVE "N" TO employeeIsTerminated
    END-IF
    IF employeeHireDate < monthStart
        AND (employeeIsTerminated = "N" OR rTermDate >= monthStart)
        ADD 1 TO dtOpening (deptFound)
    END-IF
    IF employeeHireDate >= monthStart AND employeeHireDate <= monthEnd
        ADD 1 TO dtHires (deptFound)
    END-IF
    IF employeeHireDate <= monthEnd
        AND (employeeIsTerminated = "N" OR rTermDate > monthEnd)
        ADD 1 TO dtClosing (deptFound)
        IF employeeHireDate > ZERO
            COMPUTE tenureDays =
                FUNCTION INTEGER-OF-DATE(monthEnd)
                - FUNCTION INTEGER-OF-DATE(employeeHireDate)
            ADD tenureDays TO dtTenureDays (deptFound)
            ADD 1 TO dtTenureCount (deptFound)
        END-IF
    END-IF
    IF employeeHireDate < ttmStart
        AND (employeeIsTerminated = "N" OR rTermDate >= ttmStart)
        ADD 1 TO dtTtmOpening (deptFound)
    END-IF
    IF employeeHireDate >= ttmStart AND employeeHireDate <= monthEnd
        ADD 1 TO dtTtmHires (deptFound)
    END-IF
    IF employeeIsTerminated = "Y"
        IF rTermDate >= ttmStart AND rTermDate <= monthEnd
            ADD 1 TO dtTtmLeavers (deptFound)
        END-IF
        IF rTermDate >= monthStart AND rTermDate <= monthEnd
            PERFORM TallyMonthLeaver
        END-IF
    END-IF.
TallyMonthLeaver.
    ADD 1 TO dtLeavers (deptFound)
    IF employeeHireDate > ZERO AND employeeHireDate <= rTermDate
        COMPUTE tenureDays =
            FUNCTION INTEGER-OF-DATE(rTermDate)
            - FUNCTION INTEGER-OF-DATE(employeeHireDate)
        ADD tenureDays TO dtLeaverDays (deptFound)
        ADD 1 TO dtLeaverCount (deptFound)
        IF tenureDays < earlyQuitDays
            ADD 1 TO dtEarlyLeavers (deptFound)
        END-IF
    END-IF.
WriteTurnoverReport.
    OPEN OUTPUT turnoverReportFile
    MOVE reportYear TO rtlYear
    MOVE reportMonthNumber TO rtlMonth
    MOVE ttmStart TO rtlTtmStart
    WRITE turnoverReportRecord FROM reportTitleLine
    WRITE turnoverReportRecord FROM blankLine
    WRITE turnoverReportRecord FROM columnHeadLine1
    WRITE turnoverReportRecord FROM columnHeadLine2
    WRITE turnoverReportRecord FROM columnHeadLine3
    PERFORM WriteOneDeptLine
        VARYING deptIndex FROM 1 BY 1
        UNTIL deptIndex > deptCount
    WRITE turnoverReportRecord FROM blankLine
    MOVE companyEntry TO lineFigures
    MOVE "CO" TO tolDeptCode
    MOVE "COMPANY TOTAL" TO tolDeptName
    PERFORM FormatTurnoverLine
    WRITE turnoverReportRecord FROM turnoverLine
    CLOSE turnoverReportFile
    DISPLAY "Turnover report written to WFTURN.RPT - "
        coLeavers " leaver(s) in the month.".
WriteOneDeptLine.
    IF dtDeptCode (deptIndex) NOT = "UNAS"
        OR dtOpening (deptIndex) > ZERO
        OR dtHires (deptIndex) > ZERO
        OR dtClosing (deptIndex) > ZERO
        OR dtTtmLeavers (deptIndex) > ZERO
        MOVE dtOpening (deptIndex) TO lfOpening
        MOVE dtHires (deptIndex) TO lfHires
        MOVE dtLeavers (deptIndex) TO lfLeavers
        MOVE dtClosing (deptIndex) TO lfClosing
        MOVE dtTtmOpening (deptIndex) TO lfTtmOpening
        MOVE dtTtmHires (deptIndex) TO lfTtmHires
        MOVE dtTtmLeavers (deptIndex) TO lfTtmLeavers
        MOVE dtTenureDays (deptIndex) TO lfTenureDays
        MOVE dtTenureCount (deptIndex) TO lfTenureCount
        MOVE dtLeaverDays (deptIndex) TO lfLeaverDays
        MOVE dtLeaverCount (deptIndex) TO lfLeaverCount
        MOVE dtEarlyLeavers (deptIndex) TO lfEarlyLeavers
        MOVE dtDeptCode (deptIndex) TO tolDeptCode
        MOVE dtDeptName (deptIndex) TO tolDeptName
        PERFORM FormatTurnoverLine
        WRITE turnoverReportRecord FROM turnoverLine
        ADD lfOpening TO coOpening
        ADD lfHires TO coHires
        ADD lfLeavers TO coLeavers
        ADD lfClosing TO coClosing
        ADD lfTtmOpening TO coTtmOpening
        ADD lfTtmHires TO coTtmHires
        ADD lfTtmLeavers TO coTtmLeavers
        ADD lfTenureDays TO coTenureDays
        ADD lfTenureCount TO coTenureCount
        ADD lfLeaverDays TO coLeaverDays
        ADD lfLeaverCount TO coLeaverCount
        ADD lfEarlyLeavers TO coEarlyLeavers
    END-IF.
FormatTurnoverLine.
    MOVE lfOpening TO tolOpening
    MOVE lfHires TO tolHires
    MOVE lfLeavers TO tolLeavers
    MOVE lfClosing TO tolClosing
    COMPUTE averageHeadcount = (lfOpening + lfClosing) / 2
    IF averageHeadcount > ZERO
        COMPUTE turnoverRate ROUNDED =
            lfLeavers * 100 / averageHeadcount
    ELSE
        MOVE ZERO TO turnoverRate
    END-IF
    MOVE turnoverRate TO tolTurnover
    MOVE lfTtmHires TO tolTtmHires
    MOVE lfTtmLeavers TO tolTtmLeavers
    COMPUTE averageHeadcount = (lfTtmOpening + lfClosing) / 2
    IF averageHeadcount > ZERO
        COMPUTE turnoverRate ROUNDED =
            lfTtmLeavers * 100 / averageHeadcount
    ELSE
        MOVE ZERO TO turnoverRate
    END-IF
    MOVE turnoverRate TO tolTtmTurnover
    IF lfTenureCount > ZERO
        COMPUTE averageTenureYears ROUNDED =
            lfTenureDays / lfTenureCount / 365.25
    ELSE
        MOVE ZERO TO averageTenureYears
    END-IF
    MOVE averageTenureYears TO tolTenureYears
    IF lfLeaverCount > ZERO
        COMPUTE averageLeaverDays ROUNDED =
            lfLeaverDays / lfLeaverCount
    ELSE
        MOVE ZERO TO averageLeaverDays
    END-IF
    MOVE averageLeaverDays TO tolLeaverDays
    MOVE lfEarlyLeavers TO tolEarlyLeavers
    IF lfLeavers > ZERO AND lfEarlyLeavers * 2 > lfLeavers
        MOVE "EARLY-QUIT" TO tolFlag
    ELSE
        MOVE SPACES TO tolFlag
    END-IF.
