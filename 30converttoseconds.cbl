*> calendar was never loaded, and silently paying straight time is
*> worse than an operator staging the calendar and rerunning. The
*> calendar itself is built by SHOP-CALENDAR-GENERATOR.
*> The PAYRATE.DAT layout now lives in the shared PAYRATE.cpy
*> copybook, now that PAY-RATE-MAINTENANCE keeps the file.
*> Income tax no longer has to be a flat percent per employee: an
*> employee with a TAXCAT.DAT row (pay frequency and filing category)
*> has withholding computed bracket by bracket from the progressive
*> WHTAX.DAT table in effect on the pay run date, on the period's
*> taxable gross - gross less the DEDUCT.DAT rows flagged pre-tax -
*> and the tax is itemized on DEDREG.RPT as a WTAX line showing the
*> taxable gross, category and table date. Brackets are
*> effective-dated like CTLLIMIT.DAT rows, so a January table can be
*> loaded ahead. The old flat-percent tax row should be given a stop
*> date when the employee's category is set up.
*> Each deduction actually withheld - trimmed from the last one back
*> when the total is capped at gross - is now also appended per code
*> to the deduction history DEDHIST.DAT beside the PAYHIST.DAT row,
*> so DEDUCTION-REMITTANCE can pay the withheld money on to each
*> payee.
*> Hours no longer go straight to the bureau: each employee's rolled-
*> up period is written to the pending-timesheet file TIMEPEND.DAT
*> for the department supervisor to approve or query through
*> TIMESHEET-APPROVAL, and the interface carries only lines already
*> approved, priced from the hours the supervisor saw. A line rolled
*> up again with different hours goes back to pending. Queried and
*> unreviewed lines wait for the next run and are listed as held on
*> TIMESHEET.RPT.
*> Supervisors' punch corrections keyed through PUNCH-CORRECTION on
*> PUNCHCOR.DAT (add a missing clock-out, void a punch, amend its
*> times) are applied over the raw punches as they go into the sort,
*> and each corrected day is listed under the employee's line on
*> TIMESHEET.RPT with the action, reason code and supervisor, so
*> payroll can see which hours were edited. A correction whose punch
*> is not in this batch stays pending for a later one.
*> Expense claims approved through EXPENSE-CLAIM on EXPCLAIM.DAT now
*> ride out on the extract as non-taxable "E" records - employee,
*> claim date, amount, category and receipt reference - counted and
*> hashed in the trailer like any other record, with their amount
*> totalled in a separate trailer field so the gross total stays pay
*> only. Each claim carried is marked paid with the run date so it
*> cannot be reimbursed twice.
*> Salesperson commission COMMISSION-CALCULATION left pending on
*> COMMPAY.DAT (shared layout COMMPAY.cpy) rides out the same way as
*> taxable "C" commission earnings records - employee, commission
*> month and amount - counted, hashed and added to the gross total
*> like retro pay, and each row carried is flipped to extracted so
*> the commission is paid exactly once.
*> The seconds-per-day, -hour and -minute figures used by the
*> interactive conversions now come from CONVERT-UNITS and the shared
*> conversion-factor master CONVFACT.DAT instead of being compiled
*> in, so this program and UNITCONV always agree.
IDENTIFICATION DIVISION.
PROGRAM-ID. TIME-IN-SECONDS.
ENVIRONMENT DIVISION.
        FILE STATUS IS deductionMasterStatus.
    SELECT deductionRegisterFile ASSIGN TO "DEDREG.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT deductionHistoryFile ASSIGN TO "DEDHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS deductionHistoryStatus.
    SELECT withholdingBracketFile ASSIGN TO "WHTAX.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS withholdingBracketStatus.
    SELECT taxCategoryFile ASSIGN TO "TAXCAT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS taxCategoryStatus.
    SELECT payHistoryFile ASSIGN TO "PAYHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS payHistoryStatus.
    SELECT punchCorrectionFile ASSIGN TO "PUNCHCOR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS punchCorrectionStatus.
    SELECT pendingTimesheetFile ASSIGN TO "TIMEPEND.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS pendingTimesheetStatus.
    SELECT expenseClaimFile ASSIGN TO "EXPCLAIM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS expenseClaimStatus.
    SELECT retroAdjustmentFile ASSIGN TO "RETROADJ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS retroAdjustmentStatus.
    SELECT commissionPayableFile ASSIGN TO "COMMPAY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS commissionPayableStatus.
    SELECT shiftScheduleFile ASSIGN TO "SHIFTSCH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS shiftScheduleStatus.
COPY "DEDUCT.cpy".
FD  deductionRegisterFile.
01 deductionRegisterRecord PIC X(90).
FD  deductionHistoryFile.
COPY "DEDHIST.cpy".
FD  withholdingBracketFile.
COPY "WHTAX.cpy".
FD  taxCategoryFile.
COPY "TAXCAT.cpy".
FD  payHistoryFile.
COPY "PAYHIST.cpy".
FD  punchCorrectionFile.
COPY "PUNCHCOR.cpy".
FD  pendingTimesheetFile.
COPY "TIMEPEND.cpy".
FD  expenseClaimFile.
COPY "EXPCLAIM.cpy".
FD  retroAdjustmentFile.
COPY "RETROADJ.cpy".
FD  commissionPayableFile.
COPY "COMMPAY.cpy".
FD  shiftScheduleFile.
01 shiftScheduleRecord.
    05 ssEmployeeId PIC 9(06).
FD  ctlLimitFile.
COPY "CTLLIMIT.cpy".
FD  payRateFile.
COPY "PAYRATE.cpy".
WORKING-STORAGE SECTION.
    01 days PIC 999V99.
    01 minutes PIC 999V99.
    01 outMinutes PIC 99.
    01 outSeconds PIC 99.
    01 remainingSeconds PIC 999999V99.
    01 secondsPerDay PIC 9(06).
    01 secondsPerHour PIC 9(06).
    01 secondsPerMinute PIC 9(06).
    01 conversionFromUnit PIC X(04).
    01 conversionToUnit PIC X(04).
    01 conversionValueIn PIC S9(09)V9(08).
    01 conversionValueOut PIC S9(09)V9(08).
    01 conversionResult PIC X(01).
    01 clockEOF PIC X(1) VALUE "N".
    01 priorEmployeeId PIC 9(06) VALUE ZERO.
    01 totalMinutesWorked PIC 9(06) VALUE ZERO.
    01 regularHours PIC 9(04)V99.
    01 grossPay PIC 9(07)V99.
    01 payrollRunTotal PIC 9(09)V99 VALUE ZERO.
    01 punchCorrectionStatus PIC X(2) VALUE "00".
    01 punchCorrectionEOF PIC X(1) VALUE "N".
    01 correctionTable.
        05 correctionEntry OCCURS 500 TIMES.
            10 crEmployeeId PIC 9(06).
            10 crWorkDate PIC 9(08).
            10 crOriginalClockIn PIC 9(04).
            10 crAction PIC X(1).
            10 crNewClockIn PIC 9(04).
            10 crNewClockOut PIC 9(04).
            10 crReasonCode PIC X(2).
            10 crSupervisorId PIC X(08).
            10 crEntryDate PIC 9(08).
            10 crStatus PIC X(1).
            10 crAppliedDate PIC 9(08).
    01 correctionCount PIC 9(03) VALUE ZERO.
    01 correctionIndex PIC 9(03).
    01 correctionFound PIC 9(03).
    01 correctionOverflow PIC X(1) VALUE "N".
    01 correctionsAppliedCount PIC 9(03) VALUE ZERO.
    01 correctionsWaitingCount PIC 9(03) VALUE ZERO.
    01 punchVoided PIC X(1).
    01 correctedDayLine.
        05 FILLER PIC X(7) VALUE "   ** ".
        05 cdlWorkDate PIC 9(08).
        05 FILLER PIC X(11) VALUE " CORRECTED ".
        05 cdlActionText PIC X(16).
        05 FILLER PIC X(8) VALUE " REASON ".
        05 cdlReasonCode PIC X(2).
        05 FILLER PIC X(4) VALUE " BY ".
        05 cdlSupervisorId PIC X(08).
    01 pendingTimesheetStatus PIC X(2) VALUE "00".
    01 pendingTimesheetEOF PIC X(1) VALUE "N".
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
    01 pendingFound PIC 9(04).
    01 pendingOverflow PIC X(1) VALUE "N".
    01 approvedExtractCount PIC 9(04) VALUE ZERO.
    01 heldTimesheetCount PIC 9(04) VALUE ZERO.
    01 rosterDeptCode PIC X(4).
    01 heldSectionLine PIC X(50)
        VALUE "-- HELD - NOT EXTRACTED, AWAITING SUPERVISOR".
    01 heldTimesheetLine.
        05 FILLER PIC X(3) VALUE " ".
        05 htlEmployeeId PIC 9(06).
        05 FILLER PIC X(6) VALUE " DEPT ".
        05 htlDeptCode PIC X(4).
        05 FILLER PIC X(8) VALUE " PERIOD ".
        05 htlPeriodFrom PIC 9(08).
        05 FILLER PIC X(1) VALUE "-".
        05 htlPeriodTo PIC 9(08).
        05 FILLER PIC X(1) VALUE " ".
        05 htlStatusText PIC X(18).
        05 htlQueryReason PIC X(30).
    01 timesheetLine.
        05 tlEmployeeId PIC 9(06).
        05 FILLER PIC X(1) VALUE " ".
            10 dedAmountOrPct PIC 9(05)V99.
            10 dedStartDate PIC 9(08).
            10 dedStopDate PIC 9(08).
            10 dedPreTaxFlag PIC X(1).
    01 deductionCount PIC 9(03) VALUE ZERO.
    01 deductionIndex PIC 9(03).
    01 oneDeductionAmount PIC 9(07)V99.
    01 deductionTotalLine.
        05 FILLER PIC X(21) VALUE "DEDUCTIONS THIS RUN=".
        05 dtlRunTotal PIC $$$,$$$,$$9.99.
    01 deductionHistoryStatus PIC X(2) VALUE "00".
    01 heldDeductionTable.
        05 heldDeductionEntry OCCURS 20 TIMES.
            10 hdDeductionCode PIC X(4).
            10 hdAmount PIC 9(07)V99.
    01 heldDeductionCount PIC 99 VALUE ZERO.
    01 heldIndex PIC 99.
    01 capExcess PIC 9(07)V99.
    01 withholdingBracketStatus PIC X(2) VALUE "00".
    01 withholdingBracketEOF PIC X(1) VALUE "N".
    01 taxCategoryStatus PIC X(2) VALUE "00".
    01 taxCategoryEOF PIC X(1) VALUE "N".
    01 bracketTable.
        05 bracketEntry OCCURS 200 TIMES.
            10 wbtPayFrequency PIC X(1).
            10 wbtFilingCategory PIC X(2).
            10 wbtEffectiveDate PIC 9(08).
            10 wbtBracketFloor PIC 9(07)V99.
            10 wbtBracketRate PIC 9(02)V999.
    01 bracketCount PIC 9(03) VALUE ZERO.
    01 bracketIndex PIC 9(03).
    01 ceilingIndex PIC 9(03).
    01 taxCategoryTable.
        05 taxCategoryEntry OCCURS 500 TIMES.
            10 tctEmployeeId PIC 9(06).
            10 tctPayFrequency PIC X(1).
            10 tctFilingCategory PIC X(2).
    01 taxCategoryCount PIC 9(03) VALUE ZERO.
    01 taxCategoryIndex PIC 9(03).
    01 taxCategoryFound PIC 9(03).
    01 employeePreTaxTotal PIC 9(07)V99.
    01 taxableGross PIC 9(07)V99.
    01 withholdingSetDate PIC 9(08).
    01 withholdingSetFound PIC X(1).
    01 bracketCeiling PIC 9(07)V99.
    01 bracketHasCeiling PIC X(1).
    01 bracketTaxablePart PIC 9(07)V99.
    01 withholdingWork PIC S9(09)V9(04).
    01 withholdingAmount PIC 9(07)V99.
    01 withholdingRegisterLine.
        05 wrlEmployeeId PIC 9(06).
        05 FILLER PIC X(1) VALUE " ".
        05 FILLER PIC X(4) VALUE "WTAX".
        05 FILLER PIC X(6) VALUE " TYPE=".
        05 FILLER PIC X(1) VALUE "T".
        05 FILLER PIC X(8) VALUE " AMOUNT=".
        05 wrlAmount PIC $$$,$$9.99.
        05 FILLER PIC X(9) VALUE " TAXABLE=".
        05 wrlTaxableGross PIC $$$,$$9.99.
        05 FILLER PIC X(5) VALUE " CAT=".
        05 wrlPayFrequency PIC X(1).
        05 FILLER PIC X(1) VALUE "/".
        05 wrlFilingCategory PIC X(2).
        05 FILLER PIC X(5) VALUE " EFF=".
        05 wrlEffectiveDate PIC 9(08).
    01 payHistoryStatus PIC X(2) VALUE "00".
    01 retroAdjustmentStatus PIC X(2) VALUE "00".
    01 retroAdjustmentEOF PIC X(1) VALUE "N".
        05 pirPeriodTo PIC 9(08).
        05 pirAdjustmentAmount PIC S9(07)V99.
        05 FILLER PIC X(11) VALUE " RETRO PAY".
    01 expenseClaimStatus PIC X(2) VALUE "00".
    01 expenseClaimEOF PIC X(1) VALUE "N".
    01 expenseTable.
        05 expenseEntry OCCURS 1000 TIMES.
            10 exClaimNumber PIC 9(06).
            10 exEmployeeId PIC 9(06).
            10 exDeptCode PIC X(4).
            10 exCategory PIC X(4).
            10 exClaimDate PIC 9(08).
            10 exReceiptRef PIC X(12).
            10 exMiles PIC 9(05)V99.
            10 exMileageRate PIC 9(03)V99.
            10 exAmount PIC 9(07)V99.
            10 exStatus PIC X(1).
            10 exEnteredBy PIC X(08).
            10 exEntryDate PIC 9(08).
            10 exApprovedBy PIC X(08).
            10 exApprovalDate PIC 9(08).
            10 exPaidDate PIC 9(08).
    01 expenseCount PIC 9(04) VALUE ZERO.
    01 expenseIndex PIC 9(04).
    01 expenseOverflow PIC X(1) VALUE "N".
    01 expensePaidCount PIC 9(04) VALUE ZERO.
    01 expensePaidTotal PIC 9(07)V99 VALUE ZERO.
    01 commissionPayableStatus PIC X(2) VALUE "00".
    01 commissionPayableEOF PIC X(1) VALUE "N".
    01 commissionTable.
        05 commissionEntry PIC X(36) OCCURS 200 TIMES.
    01 commissionCount PIC 9(03) VALUE ZERO.
    01 commissionIndex PIC 9(03).
    01 commissionOverflow PIC X(1) VALUE "N".
    01 commissionPaidCount PIC 9(03) VALUE ZERO.
    01 payInterfaceCommission.
        05 picRecordType PIC X(1) VALUE "C".
        05 picEmployeeId PIC 9(06).
        05 picPeriodFrom PIC 9(08).
        05 picPeriodTo PIC 9(08).
        05 picCommissionAmount PIC S9(07)V99.
        05 picSalespersonId PIC X(4).
        05 FILLER PIC X(11) VALUE " COMMISSION".
    01 payInterfaceExpense.
        05 pieRecordType PIC X(1) VALUE "E".
        05 pieEmployeeId PIC 9(06).
        05 pieClaimDateFrom PIC 9(08).
        05 pieClaimDateTo PIC 9(08).
        05 pieClaimAmount PIC S9(07)V99.
        05 pieCategory PIC X(4).
        05 pieReceiptRef PIC X(12).
        05 FILLER PIC X(20) VALUE " EXPENSE NON-TAXABLE".
    01 payInterfaceTrailer.
        05 pitRecordType PIC X(1) VALUE "T".
        05 pitRecordCount PIC 9(05).
        05 pitHashTotal PIC 9(12).
        05 pitGrossTotal PIC 9(09)V99.
        05 pitExpenseTotal PIC 9(07)V99.
    01 payrollTotalLine.
        05 FILLER PIC X(18) VALUE "PAYROLL RUN TOTAL=".
        05 ptlRunTotal PIC $$$,$$$,$$9.99.
    DISPLAY "Enter the number of minutes:"
    ACCEPT minutes.
ComputeTimeToSeconds.
    PERFORM LoadTimeFactors
    COMPUTE secondsVal = days * secondsPerDay
        + hours * secondsPerHour + minutes * secondsPerMinute.
ComputeSecondsToTime.
    PERFORM LoadTimeFactors
    MOVE secondsVal TO remainingSeconds
    IF secondsPerDay = ZERO OR secondsPerHour = ZERO
        OR secondsPerMinute = ZERO
        MOVE ZERO TO outDays
        MOVE ZERO TO outHours
        MOVE ZERO TO outMinutes
    ELSE
        COMPUTE outDays = remainingSeconds / secondsPerDay
        COMPUTE remainingSeconds =
            remainingSeconds - (outDays * secondsPerDay)
        COMPUTE outHours = remainingSeconds / secondsPerHour
        COMPUTE remainingSeconds =
            remainingSeconds - (outHours * secondsPerHour)
        COMPUTE outMinutes = remainingSeconds / secondsPerMinute
        COMPUTE remainingSeconds =
            remainingSeconds - (outMinutes * secondsPerMinute)
    END-IF
    MOVE remainingSeconds TO outSeconds.
BatchPayrollProcedure.
    OPEN INPUT clockFile
    PERFORM LoadShiftSchedule
    PERFORM LoadGraceMinutes
    PERFORM LoadDeductionMaster
    PERFORM LoadWithholdingTables
    OPEN OUTPUT deductionRegisterFile
    WRITE deductionRegisterRecord FROM deductionRegisterTitle
    PERFORM LoadPayRateTable
    IF calendarCovered = "N"
        MOVE "Y" TO batchRefused
    END-IF
    PERFORM LoadPunchCorrections
    IF correctionOverflow = "Y"
        DISPLAY "PUNCHCOR.DAT OVERFLOWS THE WORK TABLE - RUN REFUSED"
        MOVE "Y" TO batchRefused
    END-IF
    PERFORM LoadExpenseClaims
    IF expenseOverflow = "Y"
        DISPLAY "EXPCLAIM.DAT OVERFLOWS THE WORK TABLE - RUN REFUSED"
        MOVE "Y" TO batchRefused
    END-IF
    PERFORM LoadCommissionPayable
    IF commissionOverflow = "Y"
        DISPLAY "COMMPAY.DAT OVERFLOWS THE WORK TABLE - RUN REFUSED"
        MOVE "Y" TO batchRefused
    END-IF
    PERFORM LoadPendingTimesheets
    IF pendingOverflow = "Y"
        DISPLAY "TIMEPEND.DAT OVERFLOWS THE WORK TABLE - RUN REFUSED "
            "- CLEAR THE SUPERVISOR BACKLOG FIRST"
        MOVE "Y" TO batchRefused
    END-IF
    IF batchRefused = "N"
        PERFORM SortClockPunches
        PERFORM RewritePunchCorrections
        MOVE ZERO TO priorEmployeeId
        PERFORM ReadClockRecord
        PERFORM ProcessClockFile UNTIL clockEOF = "Y"
        IF totalMinutesWorked > 0
            PERFORM WriteTimesheetLine
        END-IF
        PERFORM ExtractApprovedTimesheets
        PERFORM WritePayrollTotalLine
        PERFORM WriteHeldTimesheets
        PERFORM RewritePendingTimesheets
        PERFORM ExtractPendingRetroAdjustments
        PERFORM ExtractPendingCommission
        PERFORM ExtractApprovedExpenseClaims
        PERFORM WritePayInterfaceTrailer
        PERFORM WritePunctualityReport
        PERFORM RegisterProcessedBatch
    ELSE
        MOVE ZERO TO dedStopDate (deductionCount)
    END-IF
    MOVE ddPreTaxFlag TO dedPreTaxFlag (deductionCount)
    PERFORM ReadDeductionMasterRecord.
LoadWithholdingTables.
    MOVE ZERO TO bracketCount
    MOVE "N" TO withholdingBracketEOF
    OPEN INPUT withholdingBracketFile
    IF withholdingBracketStatus = "00"
        PERFORM ReadWithholdingBracketRecord
        PERFORM AddBracketEntry
            UNTIL withholdingBracketEOF = "Y"
                OR bracketCount = 200
        IF withholdingBracketEOF NOT = "Y"
            DISPLAY "WARNING: WHTAX.DAT HAS MORE THAN 200 ROWS"
                " - EXTRA BRACKETS IGNORED - PURGE OLD TABLES"
        END-IF
        CLOSE withholdingBracketFile
    END-IF
    MOVE ZERO TO taxCategoryCount
    MOVE "N" TO taxCategoryEOF
    OPEN INPUT taxCategoryFile
    IF taxCategoryStatus = "00"
        PERFORM ReadTaxCategoryRecord
        PERFORM AddTaxCategoryEntry
            UNTIL taxCategoryEOF = "Y"
                OR taxCategoryCount = 500
        CLOSE taxCategoryFile
    END-IF
    IF bracketCount = ZERO OR taxCategoryCount = ZERO
        DISPLAY "Withholding tables not available - "
            "no graduated withholding this run."
    END-IF.
ReadWithholdingBracketRecord.
    READ withholdingBracketFile
        AT END MOVE "Y" TO withholdingBracketEOF
    END-READ.
AddBracketEntry.
    ADD 1 TO bracketCount
    MOVE wbPayFrequency TO wbtPayFrequency (bracketCount)
    MOVE wbFilingCategory TO wbtFilingCategory (bracketCount)
    IF wbEffectiveDate IS NUMERIC
        MOVE wbEffectiveDate TO wbtEffectiveDate (bracketCount)
    ELSE
        MOVE ZERO TO wbtEffectiveDate (bracketCount)
    END-IF
    MOVE wbBracketFloor TO wbtBracketFloor (bracketCount)
    MOVE wbBracketRate TO wbtBracketRate (bracketCount)
    PERFORM ReadWithholdingBracketRecord.
ReadTaxCategoryRecord.
    READ taxCategoryFile
        AT END MOVE "Y" TO taxCategoryEOF
    END-READ.
AddTaxCategoryEntry.
    ADD 1 TO taxCategoryCount
    MOVE tcEmployeeId TO tctEmployeeId (taxCategoryCount)
    MOVE tcPayFrequency TO tctPayFrequency (taxCategoryCount)
    MOVE tcFilingCategory TO tctFilingCategory (taxCategoryCount)
    PERFORM ReadTaxCategoryRecord.
ComputeEmployeeDeductions.
    MOVE ZERO TO employeeDeductionTotal
    MOVE ZERO TO employeePreTaxTotal
    MOVE ZERO TO heldDeductionCount
    PERFORM ApplyOneDeduction
        VARYING deductionIndex FROM 1 BY 1
        UNTIL deductionIndex > deductionCount
    PERFORM ComputeGraduatedWithholding
    IF employeeDeductionTotal > grossPay
        COMPUTE capExcess = employeeDeductionTotal - grossPay
        PERFORM TrimOneHeldDeduction
            VARYING heldIndex FROM heldDeductionCount BY -1
            UNTIL heldIndex < 1 OR capExcess = ZERO
        MOVE grossPay TO employeeDeductionTotal
        DISPLAY "Deductions capped at gross for employee "
            priorEmployeeId
    END-IF
    COMPUTE employeeNetPay =
        grossPay - employeeDeductionTotal
    ADD employeeDeductionTotal TO deductionRunTotal
    PERFORM WriteDeductionHistory.
HoldOneDeduction.
    IF heldDeductionCount < 20
        ADD 1 TO heldDeductionCount
        MOVE drlDeductionCode TO hdDeductionCode (heldDeductionCount)
        MOVE oneDeductionAmount TO hdAmount (heldDeductionCount)
    END-IF.
TrimOneHeldDeduction.
    IF hdAmount (heldIndex) > capExcess
        SUBTRACT capExcess FROM hdAmount (heldIndex)
        MOVE ZERO TO capExcess
    ELSE
        SUBTRACT hdAmount (heldIndex) FROM capExcess
        MOVE ZERO TO hdAmount (heldIndex)
    END-IF.
WriteDeductionHistory.
    IF heldDeductionCount > ZERO
        OPEN EXTEND deductionHistoryFile
        IF deductionHistoryStatus = "05"
            OR deductionHistoryStatus = "35"
            OPEN OUTPUT deductionHistoryFile
        END-IF
        PERFORM WriteOneDeductionHistory
            VARYING heldIndex FROM 1 BY 1
            UNTIL heldIndex > heldDeductionCount
        CLOSE deductionHistoryFile
    END-IF.
WriteOneDeductionHistory.
    MOVE priorEmployeeId TO dhEmployeeId
    MOVE periodFromDate TO dhPeriodFrom
    MOVE periodToDate TO dhPeriodTo
    MOVE hdDeductionCode (heldIndex) TO dhDeductionCode
    MOVE hdAmount (heldIndex) TO dhAmount
    MOVE payRunDate TO dhRunDate
    MOVE SPACE TO dhRemittedFlag
    MOVE ZERO TO dhRemitDate
    WRITE deductionHistoryRecord.
ApplyOneDeduction.
    IF dedEmployeeId (deductionIndex) = priorEmployeeId
        AND dedStartDate (deductionIndex) <= payRunDate
                TO oneDeductionAmount
        END-IF
        ADD oneDeductionAmount TO employeeDeductionTotal
        IF dedPreTaxFlag (deductionIndex) = "Y"
            ADD oneDeductionAmount TO employeePreTaxTotal
        END-IF
        MOVE priorEmployeeId TO drlEmployeeId
        MOVE dedDeductionCode (deductionIndex)
            TO drlDeductionCode
        MOVE oneDeductionAmount TO drlAmount
        WRITE deductionRegisterRecord
            FROM deductionRegisterLine
        PERFORM HoldOneDeduction
    END-IF.
ComputeGraduatedWithholding.
    MOVE ZERO TO taxCategoryFound
    PERFORM MatchOneTaxCategory
        VARYING taxCategoryIndex FROM 1 BY 1
        UNTIL taxCategoryIndex > taxCategoryCount
            OR taxCategoryFound > ZERO
    IF taxCategoryFound > ZERO
        IF employeePreTaxTotal < grossPay
            COMPUTE taxableGross = grossPay - employeePreTaxTotal
        ELSE
            MOVE ZERO TO taxableGross
        END-IF
        MOVE "N" TO withholdingSetFound
        MOVE ZERO TO withholdingSetDate
        PERFORM FindWithholdingSetDate
            VARYING bracketIndex FROM 1 BY 1
            UNTIL bracketIndex > bracketCount
        IF withholdingSetFound = "N"
            DISPLAY "No withholding brackets in effect for employee "
                priorEmployeeId " category "
                tctPayFrequency (taxCategoryFound) "/"
                tctFilingCategory (taxCategoryFound)
        ELSE
            MOVE ZERO TO withholdingWork
            PERFORM TaxOneBracket
                VARYING bracketIndex FROM 1 BY 1
                UNTIL bracketIndex > bracketCount
            CALL "APPLY-ROUNDING-POLICY" USING withholdingWork
            MOVE withholdingWork TO withholdingAmount
            ADD withholdingAmount TO employeeDeductionTotal
            MOVE priorEmployeeId TO wrlEmployeeId
            MOVE withholdingAmount TO wrlAmount
            MOVE "WTAX" TO drlDeductionCode
            MOVE withholdingAmount TO oneDeductionAmount
            PERFORM HoldOneDeduction
            MOVE taxableGross TO wrlTaxableGross
            MOVE tctPayFrequency (taxCategoryFound)
                TO wrlPayFrequency
            MOVE tctFilingCategory (taxCategoryFound)
                TO wrlFilingCategory
            MOVE withholdingSetDate TO wrlEffectiveDate
            WRITE deductionRegisterRecord
                FROM withholdingRegisterLine
        END-IF
    END-IF.
MatchOneTaxCategory.
    IF tctEmployeeId (taxCategoryIndex) = priorEmployeeId
        MOVE taxCategoryIndex TO taxCategoryFound
    END-IF.
FindWithholdingSetDate.
    IF wbtPayFrequency (bracketIndex)
            = tctPayFrequency (taxCategoryFound)
        AND wbtFilingCategory (bracketIndex)
            = tctFilingCategory (taxCategoryFound)
        AND wbtEffectiveDate (bracketIndex) <= payRunDate
        AND (withholdingSetFound = "N"
            OR wbtEffectiveDate (bracketIndex) > withholdingSetDate)
        MOVE wbtEffectiveDate (bracketIndex) TO withholdingSetDate
        MOVE "Y" TO withholdingSetFound
    END-IF.
TaxOneBracket.
    IF wbtPayFrequency (bracketIndex)
            = tctPayFrequency (taxCategoryFound)
        AND wbtFilingCategory (bracketIndex)
            = tctFilingCategory (taxCategoryFound)
        AND wbtEffectiveDate (bracketIndex) = withholdingSetDate
        AND taxableGross > wbtBracketFloor (bracketIndex)
        MOVE "N" TO bracketHasCeiling
        PERFORM FindBracketCeiling
            VARYING ceilingIndex FROM 1 BY 1
            UNTIL ceilingIndex > bracketCount
        IF bracketHasCeiling = "Y"
            AND taxableGross > bracketCeiling
            COMPUTE bracketTaxablePart =
                bracketCeiling - wbtBracketFloor (bracketIndex)
        ELSE
            COMPUTE bracketTaxablePart =
                taxableGross - wbtBracketFloor (bracketIndex)
        END-IF
        COMPUTE withholdingWork = withholdingWork
            + bracketTaxablePart
                * (wbtBracketRate (bracketIndex) / 100)
    END-IF.
FindBracketCeiling.
    IF wbtPayFrequency (ceilingIndex)
            = tctPayFrequency (taxCategoryFound)
        AND wbtFilingCategory (ceilingIndex)
            = tctFilingCategory (taxCategoryFound)
        AND wbtEffectiveDate (ceilingIndex) = withholdingSetDate
        AND wbtBracketFloor (ceilingIndex)
            > wbtBracketFloor (bracketIndex)
        AND (bracketHasCeiling = "N"
            OR wbtBracketFloor (ceilingIndex) < bracketCeiling)
        MOVE wbtBracketFloor (ceilingIndex) TO bracketCeiling
        MOVE "Y" TO bracketHasCeiling
    END-IF.
LoadShopCalendar.
    MOVE "N" TO shopCalendarEOF
    END-IF.
LookUpRosterName.
    MOVE SPACES TO rosterName
    MOVE SPACES TO rosterDeptCode
    MOVE SPACE TO rosterStatusByte
    MOVE ZERO TO rosterHireDate
    MOVE ZERO TO rosterTermDate
            INVALID KEY MOVE "*NOT ON ROSTER*" TO rosterName
            NOT INVALID KEY
                MOVE rName TO rosterName
                MOVE rDeptCode TO rosterDeptCode
                MOVE rStatus TO rosterStatusByte
                IF rHireDate IS NUMERIC
                    MOVE rHireDate TO rosterHireDate
    PERFORM ReleaseOnePunch UNTIL clockEOF = "Y".
ReleaseOnePunch.
    MOVE clockRecord TO sortWorkRecord
    PERFORM ApplyPunchCorrection
    IF punchVoided = "N"
        RELEASE sortWorkRecord
    END-IF
    PERFORM ReadRawClockRecord.
LoadPunchCorrections.
    MOVE ZERO TO correctionCount
    MOVE "N" TO punchCorrectionEOF
    OPEN INPUT punchCorrectionFile
    IF punchCorrectionStatus = "00"
        PERFORM ReadPunchCorrectionRecord
        PERFORM AddCorrectionEntry
            UNTIL punchCorrectionEOF = "Y" OR correctionCount = 500
        IF punchCorrectionEOF NOT = "Y"
            MOVE "Y" TO correctionOverflow
        END-IF
        CLOSE punchCorrectionFile
    END-IF.
ReadPunchCorrectionRecord.
    READ punchCorrectionFile
        AT END MOVE "Y" TO punchCorrectionEOF
    END-READ.
AddCorrectionEntry.
    IF pcStatus NOT = "X" OR pcAppliedDate = payRunDate
        ADD 1 TO correctionCount
        MOVE punchCorrectionRecord TO correctionEntry (correctionCount)
    END-IF
    PERFORM ReadPunchCorrectionRecord.
ApplyPunchCorrection.
    MOVE "N" TO punchVoided
    MOVE ZERO TO correctionFound
    PERFORM MatchOneCorrection
        VARYING correctionIndex FROM 1 BY 1
        UNTIL correctionIndex > correctionCount
            OR correctionFound > ZERO
    IF correctionFound > ZERO
        EVALUATE crAction (correctionFound)
            WHEN "V"
                MOVE "Y" TO punchVoided
            WHEN "O"
                MOVE crNewClockOut (correctionFound) TO skClockOut
            WHEN "M"
                MOVE crNewClockIn (correctionFound) TO skClockIn
                MOVE crNewClockOut (correctionFound) TO skClockOut
        END-EVALUATE
        MOVE "X" TO crStatus (correctionFound)
        MOVE payRunDate TO crAppliedDate (correctionFound)
        ADD 1 TO correctionsAppliedCount
    END-IF.
MatchOneCorrection.
    IF crStatus (correctionIndex) = "P"
        AND crEmployeeId (correctionIndex) = skEmployeeId
        AND crWorkDate (correctionIndex) = skWorkDate
        AND crOriginalClockIn (correctionIndex) = skClockIn
        MOVE correctionIndex TO correctionFound
    END-IF.
RewritePunchCorrections.
    MOVE ZERO TO correctionsWaitingCount
    OPEN OUTPUT punchCorrectionFile
    PERFORM WriteOneCorrectionRecord
        VARYING correctionIndex FROM 1 BY 1
        UNTIL correctionIndex > correctionCount
    CLOSE punchCorrectionFile
    IF correctionsAppliedCount > ZERO
        DISPLAY correctionsAppliedCount
            " punch correction(s) applied from PUNCHCOR.DAT."
    END-IF
    IF correctionsWaitingCount > ZERO
        DISPLAY correctionsWaitingCount
            " punch correction(s) found no punch in this batch - "
            "left pending."
    END-IF.
WriteOneCorrectionRecord.
    IF crStatus (correctionIndex) = "P"
        ADD 1 TO correctionsWaitingCount
    END-IF
    MOVE correctionEntry (correctionIndex) TO punchCorrectionRecord
    WRITE punchCorrectionRecord.
WriteCorrectedDays.
    PERFORM WriteOneCorrectedDay
        VARYING correctionIndex FROM 1 BY 1
        UNTIL correctionIndex > correctionCount.
WriteOneCorrectedDay.
    IF crStatus (correctionIndex) = "X"
        AND crAppliedDate (correctionIndex) = payRunDate
        AND crEmployeeId (correctionIndex) = priorEmployeeId
        MOVE crWorkDate (correctionIndex) TO cdlWorkDate
        EVALUATE crAction (correctionIndex)
            WHEN "V" MOVE "PUNCH VOIDED" TO cdlActionText
            WHEN "O" MOVE "CLOCK-OUT ADDED" TO cdlActionText
            WHEN OTHER MOVE "TIMES AMENDED" TO cdlActionText
        END-EVALUATE
        MOVE crReasonCode (correctionIndex) TO cdlReasonCode
        MOVE crSupervisorId (correctionIndex) TO cdlSupervisorId
        WRITE timesheetRecord FROM correctedDayLine
    END-IF.
ReadClockRecord.
    READ sortedClockFile INTO clockRecord
        AT END MOVE "Y" TO clockEOF
    COMPUTE bucketHours ROUNDED = holidayMinutes / 60
    MOVE bucketHours TO tlHolidayHours
    MOVE overtimeHours TO tlOvertimeHours
    PERFORM ComputeEmployeeGross
    MOVE grossPay TO tlGrossPay
    WRITE timesheetRecord FROM timesheetLine
    PERFORM WriteCorrectedDays
    PERFORM PendTimesheetLine
    MOVE priorEmployeeId TO tlogInputs
    MOVE totalHoursWorked TO tlAmountWork
    CALL "FORMAT-AMOUNT-FOR-LOG" USING tlAmountWork, tlogResultOut
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlogInputs, tlogResultOut, operatorId, logRunStatus.
ComputeEmployeeGross.
    PERFORM FindPayRateForEmployee
    IF payRateFound > ZERO
        COMPUTE regularHours = totalHoursWorked - overtimeHours
            (regularHours * prtRegularRate (payRateFound))
            + (overtimeHours * prtRegularRate (payRateFound)
                * prtOvertimeMultiplier (payRateFound))
    ELSE
        MOVE ZERO TO grossPay
    END-IF.
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
    IF tpStatus NOT = "X" OR tpExtractDate = payRunDate
        ADD 1 TO pendingCount
        MOVE pendingTimesheetRecord TO pendingEntry (pendingCount)
    END-IF
    PERFORM ReadPendingTimesheetRecord.
PendTimesheetLine.
    MOVE ZERO TO pendingFound
    PERFORM MatchOnePendingLine
        VARYING pendingIndex FROM 1 BY 1
        UNTIL pendingIndex > pendingCount OR pendingFound > ZERO
    IF pendingFound = ZERO
        IF pendingCount < 1000
            ADD 1 TO pendingCount
            MOVE pendingCount TO pendingFound
            MOVE SPACE TO ptStatus (pendingFound)
        ELSE
            MOVE "Y" TO pendingOverflow
            DISPLAY "TIMEPEND.DAT FULL - employee " priorEmployeeId
                " not pended, rerun after approvals are extracted."
        END-IF
    END-IF
    IF pendingFound > ZERO
        IF ptStatus (pendingFound) = SPACE
            OR ptTotalMinutes (pendingFound) NOT = totalMinutesWorked
            OR ptRegularMinutes (pendingFound) NOT = regularMinutes
            OR ptWeekendMinutes (pendingFound) NOT = weekendMinutes
            OR ptHolidayMinutes (pendingFound) NOT = holidayMinutes
            MOVE priorEmployeeId TO ptEmployeeId (pendingFound)
            MOVE rosterDeptCode TO ptDeptCode (pendingFound)
            MOVE periodFromDate TO ptPeriodFrom (pendingFound)
            MOVE periodToDate TO ptPeriodTo (pendingFound)
            MOVE totalMinutesWorked TO ptTotalMinutes (pendingFound)
            MOVE regularMinutes TO ptRegularMinutes (pendingFound)
            MOVE weekendMinutes TO ptWeekendMinutes (pendingFound)
            MOVE holidayMinutes TO ptHolidayMinutes (pendingFound)
            MOVE overtimeHours TO ptOvertimeHours (pendingFound)
            MOVE "P" TO ptStatus (pendingFound)
            MOVE payRunDate TO ptPendDate (pendingFound)
            MOVE SPACES TO ptReviewedBy (pendingFound)
            MOVE ZERO TO ptReviewDate (pendingFound)
            MOVE SPACES TO ptQueryReason (pendingFound)
            MOVE ZERO TO ptExtractDate (pendingFound)
        END-IF
    END-IF.
MatchOnePendingLine.
    IF ptEmployeeId (pendingIndex) = priorEmployeeId
        AND ptPeriodFrom (pendingIndex) = periodFromDate
        AND ptPeriodTo (pendingIndex) = periodToDate
        AND ptStatus (pendingIndex) NOT = "X"
        MOVE pendingIndex TO pendingFound
    END-IF.
ExtractApprovedTimesheets.
    PERFORM ExtractOneApprovedLine
        VARYING pendingIndex FROM 1 BY 1
        UNTIL pendingIndex > pendingCount
    IF approvedExtractCount > ZERO
        DISPLAY approvedExtractCount
            " approved timesheet line(s) carried on this extract."
    END-IF.
ExtractOneApprovedLine.
    IF ptStatus (pendingIndex) = "A"
        MOVE ptEmployeeId (pendingIndex) TO priorEmployeeId
        MOVE ptPeriodFrom (pendingIndex) TO periodFromDate
        MOVE ptPeriodTo (pendingIndex) TO periodToDate
        MOVE ptTotalMinutes (pendingIndex) TO totalMinutesWorked
        MOVE ptRegularMinutes (pendingIndex) TO regularMinutes
        MOVE ptWeekendMinutes (pendingIndex) TO weekendMinutes
        MOVE ptHolidayMinutes (pendingIndex) TO holidayMinutes
        MOVE ptOvertimeHours (pendingIndex) TO overtimeHours
        COMPUTE totalHoursWorked ROUNDED = totalMinutesWorked / 60
        PERFORM ComputeEmployeeGross
        ADD grossPay TO payrollRunTotal
        PERFORM WritePayInterfaceDetail
        MOVE "X" TO ptStatus (pendingIndex)
        MOVE payRunDate TO ptExtractDate (pendingIndex)
        ADD 1 TO approvedExtractCount
    END-IF.
WriteHeldTimesheets.
    MOVE ZERO TO heldTimesheetCount
    PERFORM WriteOneHeldLine
        VARYING pendingIndex FROM 1 BY 1
        UNTIL pendingIndex > pendingCount
    IF heldTimesheetCount > ZERO
        DISPLAY heldTimesheetCount
            " timesheet line(s) held for supervisor review."
    END-IF.
WriteOneHeldLine.
    IF ptStatus (pendingIndex) = "P" OR ptStatus (pendingIndex) = "Q"
        IF heldTimesheetCount = ZERO
            WRITE timesheetRecord FROM heldSectionLine
        END-IF
        ADD 1 TO heldTimesheetCount
        MOVE ptEmployeeId (pendingIndex) TO htlEmployeeId
        MOVE ptDeptCode (pendingIndex) TO htlDeptCode
        MOVE ptPeriodFrom (pendingIndex) TO htlPeriodFrom
        MOVE ptPeriodTo (pendingIndex) TO htlPeriodTo
        IF ptStatus (pendingIndex) = "Q"
            MOVE "QUERIED:" TO htlStatusText
            MOVE ptQueryReason (pendingIndex) TO htlQueryReason
        ELSE
            MOVE "AWAITING APPROVAL" TO htlStatusText
            MOVE SPACES TO htlQueryReason
        END-IF
        WRITE timesheetRecord FROM heldTimesheetLine
    END-IF.
RewritePendingTimesheets.
    OPEN OUTPUT pendingTimesheetFile
    PERFORM WriteOnePendingRecord
        VARYING pendingIndex FROM 1 BY 1
        UNTIL pendingIndex > pendingCount
    CLOSE pendingTimesheetFile.
WriteOnePendingRecord.
    MOVE pendingEntry (pendingIndex) TO pendingTimesheetRecord
    WRITE pendingTimesheetRecord.
WritePayInterfaceDetail.
    MOVE priorEmployeeId TO pidEmployeeId
    MOVE periodFromDate TO pidPeriodFrom
        TO raAdjustmentAmount
    MOVE rtaStatus (retroIndex) TO raStatus
    WRITE retroAdjustmentRecord.
LoadCommissionPayable.
    MOVE ZERO TO commissionCount
    MOVE "N" TO commissionPayableEOF
    OPEN INPUT commissionPayableFile
    IF commissionPayableStatus = "00"
        PERFORM ReadCommissionPayableRecord
        PERFORM AddCommissionEntry
            UNTIL commissionPayableEOF = "Y" OR commissionCount = 200
        IF commissionPayableEOF NOT = "Y"
            MOVE "Y" TO commissionOverflow
        END-IF
        CLOSE commissionPayableFile
    END-IF.
ReadCommissionPayableRecord.
    READ commissionPayableFile
        AT END MOVE "Y" TO commissionPayableEOF
    END-READ.
AddCommissionEntry.
    ADD 1 TO commissionCount
    MOVE commissionPayableRecord TO commissionEntry (commissionCount)
    PERFORM ReadCommissionPayableRecord.
ExtractPendingCommission.
    MOVE ZERO TO commissionPaidCount
    PERFORM ExtractOneCommissionEntry
        VARYING commissionIndex FROM 1 BY 1
        UNTIL commissionIndex > commissionCount
    IF commissionPaidCount > ZERO
        OPEN OUTPUT commissionPayableFile
        PERFORM RewriteOneCommissionRecord
            VARYING commissionIndex FROM 1 BY 1
            UNTIL commissionIndex > commissionCount
        CLOSE commissionPayableFile
        DISPLAY commissionPaidCount
            " commission payment(s) carried on this extract."
    END-IF.
ExtractOneCommissionEntry.
    MOVE commissionEntry (commissionIndex) TO commissionPayableRecord
    IF kpStatus = "P"
        MOVE kpEmployeeId TO picEmployeeId
        MOVE kpPeriodFrom TO picPeriodFrom
        MOVE kpPeriodTo TO picPeriodTo
        MOVE kpCommissionAmount TO picCommissionAmount
        MOVE kpSalespersonId TO picSalespersonId
        WRITE payInterfaceRecord FROM payInterfaceCommission
        WRITE payArchiveRecord FROM payInterfaceCommission
        ADD 1 TO interfaceRecordCount
        ADD kpEmployeeId TO interfaceHashTotal
        ADD kpCommissionAmount TO payrollRunTotal
        MOVE "X" TO kpStatus
        MOVE commissionPayableRecord
            TO commissionEntry (commissionIndex)
        ADD 1 TO commissionPaidCount
    END-IF.
RewriteOneCommissionRecord.
    MOVE commissionEntry (commissionIndex) TO commissionPayableRecord
    WRITE commissionPayableRecord.
LoadExpenseClaims.
    MOVE ZERO TO expenseCount
    MOVE "N" TO expenseClaimEOF
    OPEN INPUT expenseClaimFile
    IF expenseClaimStatus = "00"
        PERFORM ReadExpenseClaimRecord
        PERFORM AddExpenseEntry
            UNTIL expenseClaimEOF = "Y" OR expenseCount = 1000
        IF expenseClaimEOF NOT = "Y"
            MOVE "Y" TO expenseOverflow
        END-IF
        CLOSE expenseClaimFile
    END-IF.
ReadExpenseClaimRecord.
    READ expenseClaimFile
        AT END MOVE "Y" TO expenseClaimEOF
    END-READ.
AddExpenseEntry.
    ADD 1 TO expenseCount
    MOVE expenseClaimRecord TO expenseEntry (expenseCount)
    PERFORM ReadExpenseClaimRecord.
ExtractApprovedExpenseClaims.
    MOVE ZERO TO expensePaidCount
    MOVE ZERO TO expensePaidTotal
    PERFORM ExtractOneExpenseEntry
        VARYING expenseIndex FROM 1 BY 1
        UNTIL expenseIndex > expenseCount
    IF expensePaidCount > ZERO
        OPEN OUTPUT expenseClaimFile
        PERFORM RewriteOneExpenseRecord
            VARYING expenseIndex FROM 1 BY 1
            UNTIL expenseIndex > expenseCount
        CLOSE expenseClaimFile
        DISPLAY expensePaidCount
            " expense claim(s) carried on this extract."
    END-IF.
ExtractOneExpenseEntry.
    IF exStatus (expenseIndex) = "A"
        MOVE exEmployeeId (expenseIndex) TO pieEmployeeId
        MOVE exClaimDate (expenseIndex) TO pieClaimDateFrom
        MOVE exClaimDate (expenseIndex) TO pieClaimDateTo
        MOVE exAmount (expenseIndex) TO pieClaimAmount
        MOVE exCategory (expenseIndex) TO pieCategory
        MOVE exReceiptRef (expenseIndex) TO pieReceiptRef
        WRITE payInterfaceRecord FROM payInterfaceExpense
        WRITE payArchiveRecord FROM payInterfaceExpense
        ADD 1 TO interfaceRecordCount
        ADD exEmployeeId (expenseIndex) TO interfaceHashTotal
        ADD exAmount (expenseIndex) TO expensePaidTotal
        MOVE "X" TO exStatus (expenseIndex)
        MOVE payRunDate TO exPaidDate (expenseIndex)
        ADD 1 TO expensePaidCount
    END-IF.
RewriteOneExpenseRecord.
    MOVE expenseEntry (expenseIndex) TO expenseClaimRecord
    WRITE expenseClaimRecord.
WritePayInterfaceTrailer.
    MOVE interfaceRecordCount TO pitRecordCount
    MOVE interfaceHashTotal TO pitHashTotal
    MOVE payrollRunTotal TO pitGrossTotal
    MOVE expensePaidTotal TO pitExpenseTotal
    WRITE payInterfaceRecord FROM payInterfaceTrailer
    WRITE payArchiveRecord FROM payInterfaceTrailer.
WritePayrollTotalLine.
        CALL "BATCH-REGISTER" USING batchProgramName,
            batchHeaderId, "R", batchRegResult
    END-IF.
LoadTimeFactors.
    MOVE 1 TO conversionValueIn
    MOVE "SEC" TO conversionToUnit
    MOVE "DAY" TO conversionFromUnit
    PERFORM ApplyConversionFactor
    MOVE conversionValueOut TO secondsPerDay
    MOVE "HR" TO conversionFromUnit
    PERFORM ApplyConversionFactor
    MOVE conversionValueOut TO secondsPerHour
    MOVE "MIN" TO conversionFromUnit
    PERFORM ApplyConversionFactor
    MOVE conversionValueOut TO secondsPerMinute.
ApplyConversionFactor.
    CALL "CONVERT-UNITS" USING conversionFromUnit, conversionToUnit,
        conversionValueIn, conversionValueOut, conversionResult
    IF conversionResult = "N"
        DISPLAY "No " conversionFromUnit " to " conversionToUnit
            " factor on CONVFACT.DAT - result is zero."
        MOVE "ERROR" TO logRunStatus
    END-IF.
