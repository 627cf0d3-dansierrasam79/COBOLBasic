*> Shared pending-timesheet record layout for TIMEPEND.DAT: one row
*> per employee per pay period rolled up by TIME-IN-SECONDS, holding
*> the minutes by category and the overtime hours until the
*> department's supervisor (the DEPTMAST.DAT supervisor) releases the
*> line through TIMESHEET-APPROVAL. Status P is pending review, A
*> approved, Q queried (held with the supervisor's reason) and X
*> extracted to PAYIFACE.DAT on the run date shown. Only approved
*> lines are extracted, so the layout is kept in one place for the
*> batch and the approval program.
01 pendingTimesheetRecord.
    05 tpEmployeeId PIC 9(06).
    05 tpDeptCode PIC X(4).
    05 tpPeriodFrom PIC 9(08).
    05 tpPeriodTo PIC 9(08).
    05 tpTotalMinutes PIC 9(06).
    05 tpRegularMinutes PIC 9(06).
    05 tpWeekendMinutes PIC 9(06).
    05 tpHolidayMinutes PIC 9(06).
    05 tpOvertimeHours PIC 9(04)V99.
    05 tpStatus PIC X(1).
    05 tpPendDate PIC 9(08).
    05 tpReviewedBy PIC X(08).
    05 tpReviewDate PIC 9(08).
    05 tpQueryReason PIC X(30).
    05 tpExtractDate PIC 9(08).
