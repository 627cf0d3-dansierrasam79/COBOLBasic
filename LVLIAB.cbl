*> Accrued leave liability valuation. ABSENCE-MAINTENANCE keeps the
*> entitled and taken days per employee, year and leave type on
*> LEAVEBAL.DAT, but at year end the accountant priced the untaken
*> leave on a calculator from a printout. For the leave year keyed
*> (blank for the current year) this values, for every active roster
*> employee, the untaken days of each leave type that carries value
*> (vacation; sick leave and authorized absence are not paid out) at
*> the employee's PAYRATE.DAT rate in effect today times the standard
*> daily hours from their SHIFTSCH.DAT schedule - the average length
*> of their scheduled shifts, a shift ending before it starts running
*> past midnight. An employee with no schedule is valued at the
*> LEAVE-DAYHRS control row in CTLLIMIT.DAT (value 1 = hours, default
*> 8) and flagged; one with no rate is listed at zero and flagged.
*> LVLIAB.RPT lists the employees by department with department and
*> company totals, each compared with the prior run's liability kept
*> per department on LVLIABH.DAT. The company movement is appended to
*> LEAVELX.DAT (shared layout LEAVELX.cpy) for GL-JOURNAL-EXTRACT -
*> LVACCRUE when the liability grew, LVRELEAS when it fell. A rerun
*> on the same day replaces that day's history and journal rows
*> instead of adding to them.
IDENTIFICATION DIVISION.
PROGRAM-ID. LEAVE-LIABILITY-VALUATION.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT leaveBalanceFile ASSIGN TO "LEAVEBAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS leaveBalanceStatus.
    SELECT rosterFile ASSIGN TO "EMPROSTR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS rEmployeeId
        FILE STATUS IS rosterFileStatus.
    SELECT payRateFile ASSIGN TO "PAYRATE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS payRateFileStatus.
    SELECT shiftScheduleFile ASSIGN TO "SHIFTSCH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS shiftScheduleStatus.
    SELECT ctlLimitFile ASSIGN TO "CTLLIMIT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ctlLimitFileStatus.
    SELECT liabilityHistoryFile ASSIGN TO "LVLIABH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS liabilityHistoryStatus.
    SELECT leaveExtractFile ASSIGN TO "LEAVELX.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS leaveExtractStatus.
    SELECT liabilityReportFile ASSIGN TO "LVLIAB.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  leaveBalanceFile.
01 leaveBalanceRecord.
    05 lvEmployeeId PIC 9(06).
    05 lvYear PIC 9(04).
    05 lvLeaveType PIC X(1).
    05 lvEntitledDays PIC 9(03).
    05 lvTakenDays PIC 9(03).
FD  rosterFile.
COPY "EMPROSTR.cpy".
FD  payRateFile.
COPY "PAYRATE.cpy".
FD  shiftScheduleFile.
01 shiftScheduleRecord.
    05 ssEmployeeId PIC 9(06).
    05 ssWeekday PIC 9(01).
    05 ssStartTime PIC 9(04).
    05 ssEndTime PIC 9(04).
FD  ctlLimitFile.
COPY "CTLLIMIT.cpy".
FD  liabilityHistoryFile.
01 liabilityHistoryRecord.
    05 lhRunDate PIC 9(08).
    05 lhLeaveYear PIC 9(04).
    05 lhDeptCode PIC X(4).
    05 lhUntakenDays PIC 9(05).
    05 lhLiability PIC 9(09)V99.
FD  leaveExtractFile.
COPY "LEAVELX.cpy".
FD  liabilityReportFile.
01 liabilityReportRecord PIC X(132).
WORKING-STORAGE SECTION.
    01 leaveBalanceStatus PIC X(2) VALUE "00".
    01 rosterFileStatus PIC X(2) VALUE "00".
    01 payRateFileStatus PIC X(2) VALUE "00".
    01 shiftScheduleStatus PIC X(2) VALUE "00".
    01 ctlLimitFileStatus PIC X(2) VALUE "00".
    01 liabilityHistoryStatus PIC X(2) VALUE "00".
    01 leaveExtractStatus PIC X(2) VALUE "00".
    01 leaveBalanceEOF PIC X(1) VALUE "N".
    01 payRateEOF PIC X(1) VALUE "N".
    01 shiftScheduleEOF PIC X(1) VALUE "N".
    01 ctlLimitEOF PIC X(1) VALUE "N".
    01 liabilityHistoryEOF PIC X(1) VALUE "N".
    01 leaveExtractEOF PIC X(1) VALUE "N".
    01 runDate PIC 9(08).
    01 runDateParts REDEFINES runDate.
        05 runYear PIC 9(04).
        05 FILLER PIC 9(04).
    01 keyedYearText PIC X(04).
    01 valuationYear PIC 9(04).
    01 leaveTypeTable.
        05 FILLER PIC X(22) VALUE "VVACATION            Y".
        05 FILLER PIC X(22) VALUE "SSICK LEAVE          N".
        05 FILLER PIC X(22) VALUE "AAUTHORIZED ABSENCE  N".
    01 leaveTypes REDEFINES leaveTypeTable.
        05 leaveTypeEntry OCCURS 3 TIMES.
            10 ltLeaveType PIC X(1).
            10 ltDescription PIC X(20).
            10 ltCarriesValue PIC X(1).
    01 leaveTypeIndex PIC 9(01).
    01 leaveTypeFound PIC 9(01).
    01 payRateTable.
        05 payRateEntry OCCURS 500 TIMES.
            10 prtEmployeeId PIC 9(06).
            10 prtRegularRate PIC 9(03)V99.
            10 prtEffectiveDate PIC 9(08).
    01 payRateCount PIC 9(03) VALUE ZERO.
    01 payRateIndex PIC 9(03).
    01 payRateFound PIC 9(03).
    01 scheduleTable.
        05 scheduleEntry OCCURS 500 TIMES.
            10 sdEmployeeId PIC 9(06).
            10 sdScheduledMinutes PIC 9(06).
            10 sdScheduledDays PIC 9(02).
    01 scheduleCount PIC 9(03) VALUE ZERO.
    01 scheduleIndex PIC 9(03).
    01 scheduleFound PIC 9(03).
    01 shiftTimeWork PIC 9(04).
    01 shiftTimeParts REDEFINES shiftTimeWork.
        05 stwHours PIC 9(02).
        05 stwMinutes PIC 9(02).
    01 shiftStartMinutes PIC 9(04).
    01 shiftEndMinutes PIC 9(04).
    01 defaultDayHours PIC 9(02)V99 VALUE 8.
    01 ctlBestEffectiveDate PIC 9(08) VALUE ZERO.
    01 ctlRowFound PIC X(1) VALUE "N".
    01 valuationTable.
        05 valuationEntry OCCURS 2000 TIMES.
            10 vlDeptCode PIC X(4).
            10 vlEmployeeId PIC 9(06).
            10 vlName PIC X(20).
            10 vlLeaveType PIC X(1).
            10 vlUntakenDays PIC 9(03).
            10 vlRate PIC 9(03)V99.
            10 vlDayHours PIC 9(02)V99.
            10 vlValue PIC 9(07)V99.
            10 vlFlag PIC X(8).
    01 valuationCount PIC 9(04) VALUE ZERO.
    01 valuationIndex PIC 9(04).
    01 valuationOverflow PIC X(1) VALUE "N".
    01 untakenDays PIC S9(04).
    01 inactiveSkipped PIC 9(05) VALUE ZERO.
    01 defaultedHoursCount PIC 9(05) VALUE ZERO.
    01 missingRateCount PIC 9(05) VALUE ZERO.
    01 sortSwapNeeded PIC X(1).
    01 sortSwapIndex PIC 9(04).
    01 sortKeyLeft PIC X(10).
    01 sortKeyRight PIC X(10).
    01 swapEntryHold PIC X(60).
    01 deptTable.
        05 deptEntry OCCURS 100 TIMES.
            10 dtDeptCode PIC X(4).
            10 dtUntakenDays PIC 9(05).
            10 dtLiability PIC 9(09)V99.
            10 dtPriorLiability PIC 9(09)V99.
    01 deptCount PIC 9(03) VALUE ZERO.
    01 deptIndex PIC 9(03).
    01 deptFound PIC 9(03).
    01 deptToFind PIC X(4).
    01 historyTable.
        05 historyEntry OCCURS 3000 TIMES.
            10 hsRunDate PIC 9(08).
            10 hsLeaveYear PIC 9(04).
            10 hsDeptCode PIC X(4).
            10 hsUntakenDays PIC 9(05).
            10 hsLiability PIC 9(09)V99.
    01 historyCount PIC 9(04) VALUE ZERO.
    01 historyIndex PIC 9(04).
    01 historyOverflow PIC X(1) VALUE "N".
    01 priorRunDate PIC 9(08) VALUE ZERO.
    01 extractTable.
        05 extractEntry PIC X(42) OCCURS 1000 TIMES.
    01 extractCount PIC 9(04) VALUE ZERO.
    01 extractIndex PIC 9(04).
    01 extractOverflow PIC X(1) VALUE "N".
    01 companyDays PIC 9(07) VALUE ZERO.
    01 companyLiability PIC 9(09)V99 VALUE ZERO.
    01 companyPriorLiability PIC 9(09)V99 VALUE ZERO.
    01 liabilityMovement PIC S9(09)V99 VALUE ZERO.
    01 journalAmount PIC 9(09)V99 VALUE ZERO.
    01 journalSourceType PIC X(8) VALUE SPACES.
    01 currentDeptCode PIC X(4).
    01 reportTitleLine.
        05 FILLER PIC X(35)
            VALUE "ACCRUED LEAVE LIABILITY LEAVE YEAR ".
        05 rtlLeaveYear PIC 9(04).
        05 FILLER PIC X(10) VALUE "  AS OF ".
        05 rtlRunDate PIC 9999/99/99.
        05 FILLER PIC X(17) VALUE "  PRIOR RUN ".
        05 rtlPriorRunDate PIC X(10).
    01 columnHeadLine.
        05 FILLER PIC X(60) VALUE
            "DEPT EMPLOYEE NAME                 TYPE  DAYS   RATE  HRS/D".
        05 FILLER PIC X(30) VALUE
            "          VALUE".
    01 detailLine.
        05 dlDeptCode PIC X(4).
        05 FILLER PIC X(1) VALUE SPACE.
        05 dlEmployeeId PIC 9(06).
        05 FILLER PIC X(3) VALUE SPACES.
        05 dlName PIC X(20).
        05 FILLER PIC X(2) VALUE SPACES.
        05 dlLeaveType PIC X(1).
        05 FILLER PIC X(3) VALUE SPACES.
        05 dlUntakenDays PIC ZZZ9.
        05 FILLER PIC X(1) VALUE SPACE.
        05 dlRate PIC ZZ9.99.
        05 FILLER PIC X(1) VALUE SPACE.
        05 dlDayHours PIC Z9.99.
        05 FILLER PIC X(1) VALUE SPACE.
        05 dlValue PIC $$,$$$,$$9.99.
        05 FILLER PIC X(1) VALUE SPACE.
        05 dlFlag PIC X(8).
    01 totalLine.
        05 tlCaption PIC X(13).
        05 tlDeptCode PIC X(4).
        05 FILLER PIC X(6) VALUE " DAYS=".
        05 tlUntakenDays PIC Z(06)9.
        05 FILLER PIC X(11) VALUE " LIABILITY=".
        05 tlLiability PIC $$$,$$$,$$9.99.
        05 FILLER PIC X(7) VALUE " PRIOR=".
        05 tlPriorLiability PIC $$$,$$$,$$9.99.
        05 FILLER PIC X(10) VALUE " MOVEMENT=".
        05 tlMovement PIC -$$$,$$$,$$9.99.
    01 journalLine.
        05 FILLER PIC X(20) VALUE "JOURNAL TO LEAVELX: ".
        05 jlSourceType PIC X(8).
        05 FILLER PIC X(1) VALUE SPACE.
        05 jlAmount PIC $$$,$$$,$$9.99.
    01 noJournalLine PIC X(40)
        VALUE "NO MOVEMENT - NOTHING JOURNALED".
    01 flagNoteLine.
        05 FILLER PIC X(21) VALUE "DEFAULT-HRS ROWS=".
        05 fnlDefaultedHours PIC Z(04)9.
        05 FILLER PIC X(13) VALUE "  (DAY HRS = ".
        05 fnlDefaultDayHours PIC Z9.99.
        05 FILLER PIC X(18) VALUE ")  NO-RATE ROWS=".
        05 fnlMissingRate PIC Z(04)9.
        05 FILLER PIC X(20) VALUE "  INACTIVE SKIPPED=".
        05 fnlInactiveSkipped PIC Z(04)9.
    01 blankLine PIC X(1) VALUE SPACE.
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 tlAmountWork PIC S9(09)V9(04).
    01 logProgramName PIC X(27) VALUE "LEAVE-LIABILITY-VALUATION".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "LEAVE-LIABILITY-VALUATION", operatorId
    ACCEPT runDate FROM DATE YYYYMMDD
    DISPLAY "Leave year to value (YYYY, blank for current): "
    ACCEPT keyedYearText
    IF keyedYearText IS NUMERIC
        MOVE keyedYearText TO valuationYear
    ELSE
        MOVE runYear TO valuationYear
    END-IF
    MOVE SPACES TO tlInputs
    STRING "LEAVE YEAR " DELIMITED BY SIZE
        valuationYear DELIMITED BY SIZE
        INTO tlInputs
    END-STRING
    OPEN INPUT rosterFile
    IF rosterFileStatus NOT = "00"
        DISPLAY "Employee roster not available - valuation not run."
        MOVE "ERROR" TO logRunStatus
        MOVE "NO ROSTER" TO tlResultOut
    ELSE
        PERFORM LoadPayRates
        PERFORM LoadShiftSchedules
        PERFORM LoadDefaultDayHours
        PERFORM LoadLiabilityHistory
        PERFORM LoadLeaveExtract
        PERFORM ValueLeaveBalances
        CLOSE rosterFile
        IF valuationOverflow = "Y" OR historyOverflow = "Y"
            OR extractOverflow = "Y"
            DISPLAY "LEAVEBAL.DAT, LVLIABH.DAT OR LEAVELX.DAT "
                "OVERFLOWS THE WORK TABLE - VALUATION REFUSED"
            MOVE "REJECTED" TO logRunStatus
            MOVE "OVERFLOW" TO tlResultOut
        ELSE
            PERFORM SortValuationTable
            PERFORM WriteLiabilityReport
            PERFORM RewriteLiabilityHistory
            PERFORM RewriteLeaveExtract
            MOVE companyLiability TO tlAmountWork
            CALL "FORMAT-AMOUNT-FOR-LOG" USING tlAmountWork,
                tlResultOut
        END-IF
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
LoadPayRates.
    MOVE ZERO TO payRateCount
    MOVE "N" TO payRateEOF
    OPEN INPUT payRateFile
    IF payRateFileStatus = "00"
        PERFORM ReadPayRateRecord
        PERFORM AddPayRateEntry
            UNTIL payRateEOF = "Y" OR payRateCount = 500
        IF payRateEOF NOT = "Y"
            DISPLAY "WARNING: PAYRATE.DAT HAS MORE THAN 500 ROWS"
                " - EXTRA ROWS IGNORED"
        END-IF
        CLOSE payRateFile
    END-IF.
ReadPayRateRecord.
    READ payRateFile
        AT END MOVE "Y" TO payRateEOF
    END-READ.
AddPayRateEntry.
    ADD 1 TO payRateCount
    MOVE prEmployeeId TO prtEmployeeId (payRateCount)
    MOVE prRegularRate TO prtRegularRate (payRateCount)
    MOVE prEffectiveDate TO prtEffectiveDate (payRateCount)
    PERFORM ReadPayRateRecord.
LoadShiftSchedules.
    MOVE ZERO TO scheduleCount
    MOVE "N" TO shiftScheduleEOF
    OPEN INPUT shiftScheduleFile
    IF shiftScheduleStatus = "00"
        PERFORM ReadShiftScheduleRecord
        PERFORM AddShiftToSchedule UNTIL shiftScheduleEOF = "Y"
        CLOSE shiftScheduleFile
    END-IF.
ReadShiftScheduleRecord.
    READ shiftScheduleFile
        AT END MOVE "Y" TO shiftScheduleEOF
    END-READ.
AddShiftToSchedule.
    MOVE ZERO TO scheduleFound
    PERFORM MatchOneSchedule
        VARYING scheduleIndex FROM 1 BY 1
        UNTIL scheduleIndex > scheduleCount OR scheduleFound > ZERO
    IF scheduleFound = ZERO AND scheduleCount < 500
        ADD 1 TO scheduleCount
        MOVE scheduleCount TO scheduleFound
        MOVE ssEmployeeId TO sdEmployeeId (scheduleFound)
        MOVE ZERO TO sdScheduledMinutes (scheduleFound)
        MOVE ZERO TO sdScheduledDays (scheduleFound)
    END-IF
    IF scheduleFound > ZERO
        MOVE ssStartTime TO shiftTimeWork
        COMPUTE shiftStartMinutes = stwHours * 60 + stwMinutes
        MOVE ssEndTime TO shiftTimeWork
        COMPUTE shiftEndMinutes = stwHours * 60 + stwMinutes
        IF shiftEndMinutes < shiftStartMinutes
            ADD 1440 TO shiftEndMinutes
        END-IF
        COMPUTE sdScheduledMinutes (scheduleFound) =
            sdScheduledMinutes (scheduleFound)
            + shiftEndMinutes - shiftStartMinutes
        ADD 1 TO sdScheduledDays (scheduleFound)
    END-IF
    PERFORM ReadShiftScheduleRecord.
MatchOneSchedule.
    IF sdEmployeeId (scheduleIndex) = ssEmployeeId
        MOVE scheduleIndex TO scheduleFound
    END-IF.
LoadDefaultDayHours.
    MOVE "N" TO ctlLimitEOF
    OPEN INPUT ctlLimitFile
    IF ctlLimitFileStatus = "00"
        PERFORM FindDayHoursRow UNTIL ctlLimitEOF = "Y"
        CLOSE ctlLimitFile
    END-IF.
FindDayHoursRow.
    READ ctlLimitFile
        AT END MOVE "Y" TO ctlLimitEOF
        NOT AT END
            IF CTL-EFFECTIVE-DATE IS NOT NUMERIC
                MOVE ZERO TO CTL-EFFECTIVE-DATE
            END-IF
            IF CTL-CHECK-NAME = "LEAVE-DAYHRS"
                AND CTL-EFFECTIVE-DATE <= runDate
                AND (ctlRowFound = "N"
                    OR CTL-EFFECTIVE-DATE >= ctlBestEffectiveDate)
                MOVE CTL-LIMIT-VALUE-1 TO defaultDayHours
                MOVE CTL-EFFECTIVE-DATE TO ctlBestEffectiveDate
                MOVE "Y" TO ctlRowFound
            END-IF
    END-READ.
LoadLiabilityHistory.
    MOVE ZERO TO historyCount
    MOVE ZERO TO priorRunDate
    MOVE "N" TO liabilityHistoryEOF
    OPEN INPUT liabilityHistoryFile
    IF liabilityHistoryStatus = "00"
        PERFORM ReadLiabilityHistoryRecord
        PERFORM AddHistoryEntry
            UNTIL liabilityHistoryEOF = "Y" OR historyOverflow = "Y"
        CLOSE liabilityHistoryFile
    END-IF
    PERFORM TakeOnePriorDept
        VARYING historyIndex FROM 1 BY 1
        UNTIL historyIndex > historyCount.
ReadLiabilityHistoryRecord.
    READ liabilityHistoryFile
        AT END MOVE "Y" TO liabilityHistoryEOF
    END-READ.
AddHistoryEntry.
    IF lhRunDate NOT = runDate
        IF historyCount = 3000
            MOVE "Y" TO historyOverflow
        ELSE
            ADD 1 TO historyCount
            MOVE liabilityHistoryRecord TO historyEntry (historyCount)
            IF lhRunDate < runDate AND lhRunDate > priorRunDate
                MOVE lhRunDate TO priorRunDate
            END-IF
        END-IF
    END-IF
    PERFORM ReadLiabilityHistoryRecord.
TakeOnePriorDept.
    IF hsRunDate (historyIndex) = priorRunDate
        MOVE hsDeptCode (historyIndex) TO deptToFind
        PERFORM FindDeptEntry
        IF deptFound > ZERO
            ADD hsLiability (historyIndex)
                TO dtPriorLiability (deptFound)
        END-IF
        ADD hsLiability (historyIndex) TO companyPriorLiability
    END-IF.
FindDeptEntry.
    MOVE ZERO TO deptFound
    PERFORM MatchOneDept
        VARYING deptIndex FROM 1 BY 1
        UNTIL deptIndex > deptCount OR deptFound > ZERO
    IF deptFound = ZERO AND deptCount < 100
        ADD 1 TO deptCount
        MOVE deptCount TO deptFound
        MOVE deptToFind TO dtDeptCode (deptFound)
        MOVE ZERO TO dtUntakenDays (deptFound)
        MOVE ZERO TO dtLiability (deptFound)
        MOVE ZERO TO dtPriorLiability (deptFound)
    END-IF.
MatchOneDept.
    IF dtDeptCode (deptIndex) = deptToFind
        MOVE deptIndex TO deptFound
    END-IF.
LoadLeaveExtract.
    MOVE ZERO TO extractCount
    MOVE "N" TO leaveExtractEOF
    OPEN INPUT leaveExtractFile
    IF leaveExtractStatus = "00"
        PERFORM ReadLeaveExtractRecord
        PERFORM AddExtractEntry
            UNTIL leaveExtractEOF = "Y" OR extractOverflow = "Y"
        CLOSE leaveExtractFile
    END-IF.
ReadLeaveExtractRecord.
    READ leaveExtractFile
        AT END MOVE "Y" TO leaveExtractEOF
    END-READ.
AddExtractEntry.
    IF lxRunDate NOT = runDate
        IF extractCount = 1000
            MOVE "Y" TO extractOverflow
        ELSE
            ADD 1 TO extractCount
            MOVE leaveLiabilityExtract TO extractEntry (extractCount)
        END-IF
    END-IF
    PERFORM ReadLeaveExtractRecord.
ValueLeaveBalances.
    MOVE ZERO TO valuationCount
    MOVE "N" TO leaveBalanceEOF
    OPEN INPUT leaveBalanceFile
    IF leaveBalanceStatus = "00"
        PERFORM ReadLeaveBalanceRecord
        PERFORM ValueOneLeaveBalance
            UNTIL leaveBalanceEOF = "Y" OR valuationOverflow = "Y"
        CLOSE leaveBalanceFile
    ELSE
        DISPLAY "LEAVEBAL.DAT not available - nothing to value."
    END-IF.
ReadLeaveBalanceRecord.
    READ leaveBalanceFile
        AT END MOVE "Y" TO leaveBalanceEOF
    END-READ.
ValueOneLeaveBalance.
    COMPUTE untakenDays = lvEntitledDays - lvTakenDays
    MOVE ZERO TO leaveTypeFound
    PERFORM MatchOneLeaveType
        VARYING leaveTypeIndex FROM 1 BY 1
        UNTIL leaveTypeIndex > 3 OR leaveTypeFound > ZERO
    IF lvYear = valuationYear AND untakenDays > ZERO
        AND leaveTypeFound > ZERO
        IF ltCarriesValue (leaveTypeFound) = "Y"
            MOVE lvEmployeeId TO rEmployeeId
            READ rosterFile
                INVALID KEY ADD 1 TO inactiveSkipped
                NOT INVALID KEY
                    IF rStatus = "T"
                        ADD 1 TO inactiveSkipped
                    ELSE
                        PERFORM AddValuationEntry
                    END-IF
            END-READ
        END-IF
    END-IF
    PERFORM ReadLeaveBalanceRecord.
MatchOneLeaveType.
    IF ltLeaveType (leaveTypeIndex) = lvLeaveType
        MOVE leaveTypeIndex TO leaveTypeFound
    END-IF.
AddValuationEntry.
    IF valuationCount = 2000
        MOVE "Y" TO valuationOverflow
    ELSE
        ADD 1 TO valuationCount
        MOVE rDeptCode TO vlDeptCode (valuationCount)
        MOVE lvEmployeeId TO vlEmployeeId (valuationCount)
        MOVE rName TO vlName (valuationCount)
        MOVE lvLeaveType TO vlLeaveType (valuationCount)
        MOVE untakenDays TO vlUntakenDays (valuationCount)
        MOVE SPACES TO vlFlag (valuationCount)
        PERFORM FindRateForEmployee
        IF payRateFound > ZERO
            MOVE prtRegularRate (payRateFound)
                TO vlRate (valuationCount)
        ELSE
            MOVE ZERO TO vlRate (valuationCount)
            MOVE "NO RATE" TO vlFlag (valuationCount)
            ADD 1 TO missingRateCount
        END-IF
        MOVE ZERO TO scheduleFound
        PERFORM MatchEmployeeSchedule
            VARYING scheduleIndex FROM 1 BY 1
            UNTIL scheduleIndex > scheduleCount OR scheduleFound > ZERO
        IF scheduleFound > ZERO
            COMPUTE vlDayHours (valuationCount) ROUNDED =
                sdScheduledMinutes (scheduleFound)
                / sdScheduledDays (scheduleFound) / 60
        ELSE
            MOVE defaultDayHours TO vlDayHours (valuationCount)
            IF payRateFound > ZERO
                MOVE "DFLT HRS" TO vlFlag (valuationCount)
            END-IF
            ADD 1 TO defaultedHoursCount
        END-IF
        COMPUTE vlValue (valuationCount) ROUNDED =
            vlUntakenDays (valuationCount)
            * vlDayHours (valuationCount)
            * vlRate (valuationCount)
    END-IF.
FindRateForEmployee.
    MOVE ZERO TO payRateFound
    PERFORM MatchOnePayRate
        VARYING payRateIndex FROM 1 BY 1
        UNTIL payRateIndex > payRateCount.
MatchOnePayRate.
    IF prtEmployeeId (payRateIndex) = lvEmployeeId
        AND prtEffectiveDate (payRateIndex) <= runDate
        AND (payRateFound = ZERO
            OR prtEffectiveDate (payRateIndex)
                >= prtEffectiveDate (payRateFound))
        MOVE payRateIndex TO payRateFound
    END-IF.
MatchEmployeeSchedule.
    IF sdEmployeeId (scheduleIndex) = lvEmployeeId
        MOVE scheduleIndex TO scheduleFound
    END-IF.
SortValuationTable.
    IF valuationCount > 1
        MOVE "Y" TO sortSwapNeeded
        PERFORM SortOnePass UNTIL sortSwapNeeded NOT = "Y"
    END-IF.
SortOnePass.
    MOVE "N" TO sortSwapNeeded
    PERFORM CompareAdjacentRows
        VARYING sortSwapIndex FROM 1 BY 1
        UNTIL sortSwapIndex >= valuationCount.
CompareAdjacentRows.
    MOVE SPACES TO sortKeyLeft
    STRING vlDeptCode (sortSwapIndex) DELIMITED BY SIZE
        vlEmployeeId (sortSwapIndex) DELIMITED BY SIZE
        INTO sortKeyLeft
    END-STRING
    MOVE SPACES TO sortKeyRight
    STRING vlDeptCode (sortSwapIndex + 1) DELIMITED BY SIZE
        vlEmployeeId (sortSwapIndex + 1) DELIMITED BY SIZE
        INTO sortKeyRight
    END-STRING
    IF sortKeyLeft > sortKeyRight
        MOVE valuationEntry (sortSwapIndex) TO swapEntryHold
        MOVE valuationEntry (sortSwapIndex + 1)
            TO valuationEntry (sortSwapIndex)
        MOVE swapEntryHold TO valuationEntry (sortSwapIndex + 1)
        MOVE "Y" TO sortSwapNeeded
    END-IF.
WriteLiabilityReport.
    OPEN OUTPUT liabilityReportFile
    MOVE valuationYear TO rtlLeaveYear
    MOVE runDate TO rtlRunDate
    IF priorRunDate = ZERO
        MOVE "NONE" TO rtlPriorRunDate
    ELSE
        MOVE SPACES TO rtlPriorRunDate
        STRING priorRunDate (1:4) DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            priorRunDate (5:2) DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            priorRunDate (7:2) DELIMITED BY SIZE
            INTO rtlPriorRunDate
        END-STRING
    END-IF
    WRITE liabilityReportRecord FROM reportTitleLine
    WRITE liabilityReportRecord FROM blankLine
    WRITE liabilityReportRecord FROM columnHeadLine
    MOVE SPACES TO currentDeptCode
    PERFORM WriteOneValuationRow
        VARYING valuationIndex FROM 1 BY 1
        UNTIL valuationIndex > valuationCount
    IF valuationCount > ZERO
        PERFORM WriteDeptTotal
    END-IF
    PERFORM WriteEmptiedDeptTotals
        VARYING deptIndex FROM 1 BY 1
        UNTIL deptIndex > deptCount
    COMPUTE liabilityMovement =
        companyLiability - companyPriorLiability
    WRITE liabilityReportRecord FROM blankLine
    MOVE "COMPANY TOTAL" TO tlCaption
    MOVE SPACES TO tlDeptCode
    MOVE companyDays TO tlUntakenDays
    MOVE companyLiability TO tlLiability
    MOVE companyPriorLiability TO tlPriorLiability
    MOVE liabilityMovement TO tlMovement
    WRITE liabilityReportRecord FROM totalLine
    PERFORM BuildJournalMovement
    IF journalAmount > ZERO
        MOVE journalSourceType TO jlSourceType
        MOVE journalAmount TO jlAmount
        WRITE liabilityReportRecord FROM journalLine
    ELSE
        WRITE liabilityReportRecord FROM noJournalLine
    END-IF
    MOVE defaultedHoursCount TO fnlDefaultedHours
    MOVE defaultDayHours TO fnlDefaultDayHours
    MOVE missingRateCount TO fnlMissingRate
    MOVE inactiveSkipped TO fnlInactiveSkipped
    WRITE liabilityReportRecord FROM flagNoteLine
    CLOSE liabilityReportFile
    DISPLAY "LVLIAB.RPT written - " valuationCount " row(s).".
WriteOneValuationRow.
    IF vlDeptCode (valuationIndex) NOT = currentDeptCode
        IF valuationIndex > 1
            PERFORM WriteDeptTotal
        END-IF
        MOVE vlDeptCode (valuationIndex) TO currentDeptCode
        MOVE currentDeptCode TO deptToFind
        PERFORM FindDeptEntry
    END-IF
    IF deptFound > ZERO
        ADD vlUntakenDays (valuationIndex) TO dtUntakenDays (deptFound)
        ADD vlValue (valuationIndex) TO dtLiability (deptFound)
    END-IF
    ADD vlUntakenDays (valuationIndex) TO companyDays
    ADD vlValue (valuationIndex) TO companyLiability
    MOVE vlDeptCode (valuationIndex) TO dlDeptCode
    MOVE vlEmployeeId (valuationIndex) TO dlEmployeeId
    MOVE vlName (valuationIndex) TO dlName
    MOVE vlLeaveType (valuationIndex) TO dlLeaveType
    MOVE vlUntakenDays (valuationIndex) TO dlUntakenDays
    MOVE vlRate (valuationIndex) TO dlRate
    MOVE vlDayHours (valuationIndex) TO dlDayHours
    MOVE vlValue (valuationIndex) TO dlValue
    MOVE vlFlag (valuationIndex) TO dlFlag
    WRITE liabilityReportRecord FROM detailLine.
WriteDeptTotal.
    MOVE currentDeptCode TO deptToFind
    PERFORM FindDeptEntry
    IF deptFound > ZERO
        MOVE "  DEPT TOTAL " TO tlCaption
        MOVE dtDeptCode (deptFound) TO tlDeptCode
        MOVE dtUntakenDays (deptFound) TO tlUntakenDays
        MOVE dtLiability (deptFound) TO tlLiability
        MOVE dtPriorLiability (deptFound) TO tlPriorLiability
        COMPUTE tlMovement =
            dtLiability (deptFound) - dtPriorLiability (deptFound)
        WRITE liabilityReportRecord FROM totalLine
        WRITE liabilityReportRecord FROM blankLine
    END-IF.
WriteEmptiedDeptTotals.
    IF dtLiability (deptIndex) = ZERO
        AND dtUntakenDays (deptIndex) = ZERO
        AND dtPriorLiability (deptIndex) > ZERO
        MOVE "  DEPT TOTAL " TO tlCaption
        MOVE dtDeptCode (deptIndex) TO tlDeptCode
        MOVE ZERO TO tlUntakenDays
        MOVE ZERO TO tlLiability
        MOVE dtPriorLiability (deptIndex) TO tlPriorLiability
        COMPUTE tlMovement = ZERO - dtPriorLiability (deptIndex)
        WRITE liabilityReportRecord FROM totalLine
    END-IF.
BuildJournalMovement.
    IF liabilityMovement > ZERO
        MOVE "LVACCRUE" TO journalSourceType
        MOVE liabilityMovement TO journalAmount
    ELSE
    IF liabilityMovement < ZERO
        MOVE "LVRELEAS" TO journalSourceType
        COMPUTE journalAmount = ZERO - liabilityMovement
    ELSE
        MOVE SPACES TO journalSourceType
        MOVE ZERO TO journalAmount
    END-IF
    END-IF.
RewriteLiabilityHistory.
    OPEN OUTPUT liabilityHistoryFile
    PERFORM WriteOneHistoryRecord
        VARYING historyIndex FROM 1 BY 1
        UNTIL historyIndex > historyCount
    PERFORM WriteOneDeptHistory
        VARYING deptIndex FROM 1 BY 1
        UNTIL deptIndex > deptCount
    CLOSE liabilityHistoryFile.
WriteOneHistoryRecord.
    MOVE historyEntry (historyIndex) TO liabilityHistoryRecord
    WRITE liabilityHistoryRecord.
WriteOneDeptHistory.
    IF dtLiability (deptIndex) > ZERO
        OR dtUntakenDays (deptIndex) > ZERO
        MOVE runDate TO lhRunDate
        MOVE valuationYear TO lhLeaveYear
        MOVE dtDeptCode (deptIndex) TO lhDeptCode
        MOVE dtUntakenDays (deptIndex) TO lhUntakenDays
        MOVE dtLiability (deptIndex) TO lhLiability
        WRITE liabilityHistoryRecord
    END-IF.
RewriteLeaveExtract.
    OPEN OUTPUT leaveExtractFile
    PERFORM WriteOneExtractRecord
        VARYING extractIndex FROM 1 BY 1
        UNTIL extractIndex > extractCount
    IF journalAmount > ZERO
        MOVE runDate TO lxRunDate
        MOVE journalSourceType TO lxSourceType
        MOVE journalAmount TO lxAmount
        MOVE SPACES TO lxReference
        STRING "LVLIAB " DELIMITED BY SIZE
            runDate DELIMITED BY SIZE
            INTO lxReference
        END-STRING
        WRITE leaveLiabilityExtract
    END-IF
    CLOSE leaveExtractFile.
WriteOneExtractRecord.
    MOVE extractEntry (extractIndex) TO leaveLiabilityExtract
    WRITE leaveLiabilityExtract.
