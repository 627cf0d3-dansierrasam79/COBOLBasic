*> Employee pay slips. Payroll was rung every payday by employees
*> asking how their net was arrived at, because TIMESHEET.RPT and
*> DEDREG.RPT are supervisor documents. For the pay run keyed (the
*> run date TIME-IN-SECONDS stamped on PAYHIST.DAT, blank for the
*> latest run on file) this prints one earnings statement per page
*> to PAYSLIP.RPT, sorted by department and employee for envelope
*> stuffing. Each slip carries the employee's name and department
*> from the indexed roster; the regular, weekend, holiday and
*> overtime hours with the rate and multiplier used (weekend and
*> holiday hours are paid at straight time, overtime at the rate
*> times the employee's multiplier); straight-time and overtime pay
*> and the gross; each deduction itemized from DEDHIST.DAT with its
*> DEDCODE.DAT description; the net; any retro "R" adjustment that
*> rode out on the same run, read back from that run's PAYIF
*> generation; year-to-date gross, deductions and net from the
*> PAYHIST.DAT rows of the calendar year up to this run; and the
*> active EMPBANK.DAT account the deposit went to, masked to its last
*> four characters.
*> Approved expense reimbursements that rode out on the run as
*> non-taxable "E" records print with the retro lines, captioned as
*> expenses with their claim date, and are included in the deposit.
*> Salesperson commission that rode out as "C" records prints there
*> too, captioned as commission with the month it was earned in.
IDENTIFICATION DIVISION.
PROGRAM-ID. PAY-SLIP-PRINT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT payHistoryFile ASSIGN TO "PAYHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS payHistoryStatus.
    SELECT rosterFile ASSIGN TO "EMPROSTR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS rEmployeeId
        FILE STATUS IS rosterFileStatus.
    SELECT employeeBankFile ASSIGN TO "EMPBANK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS employeeBankStatus.
    SELECT deductionHistoryFile ASSIGN TO "DEDHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS deductionHistoryStatus.
    SELECT deductionCodeFile ASSIGN TO "DEDCODE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS deductionCodeStatus.
    SELECT payArchiveFile ASSIGN TO DYNAMIC payArchiveName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS payArchiveStatus.
    SELECT paySlipFile ASSIGN TO "PAYSLIP.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  payHistoryFile.
COPY "PAYHIST.cpy".
FD  rosterFile.
COPY "EMPROSTR.cpy".
FD  employeeBankFile.
COPY "EMPBANK.cpy".
FD  deductionHistoryFile.
COPY "DEDHIST.cpy".
FD  deductionCodeFile.
COPY "DEDCODE.cpy".
FD  payArchiveFile.
01 payArchiveRecord.
    05 paRecordType PIC X(1).
    05 paEmployeeId PIC 9(06).
    05 paPeriodFrom PIC 9(08).
    05 paPeriodTo PIC 9(08).
    05 paAdjustmentAmount PIC S9(07)V99.
    05 FILLER PIC X(48).
FD  paySlipFile.
01 paySlipRecord PIC X(80).
WORKING-STORAGE SECTION.
    01 payHistoryStatus PIC X(2) VALUE "00".
    01 rosterFileStatus PIC X(2) VALUE "00".
    01 employeeBankStatus PIC X(2) VALUE "00".
    01 deductionHistoryStatus PIC X(2) VALUE "00".
    01 deductionCodeStatus PIC X(2) VALUE "00".
    01 payArchiveStatus PIC X(2) VALUE "00".
    01 payHistoryEOF PIC X(1) VALUE "N".
    01 employeeBankEOF PIC X(1) VALUE "N".
    01 deductionHistoryEOF PIC X(1) VALUE "N".
    01 deductionCodeEOF PIC X(1) VALUE "N".
    01 payArchiveEOF PIC X(1) VALUE "N".
    01 rosterIsOpen PIC X(1) VALUE "N".
    01 payArchiveName PIC X(20).
    01 keyedRunDateText PIC X(08).
    01 slipRunDate PIC 9(08) VALUE ZERO.
    COPY "PAGECTL.cpy".
    01 slipTable.
        05 slipEntry OCCURS 500 TIMES.
            10 slDeptCode PIC X(4).
            10 slEmployeeId PIC 9(06).
            10 slName PIC X(20).
            10 slPeriodFrom PIC 9(08).
            10 slPeriodTo PIC 9(08).
            10 slRegularHours PIC 9(04)V99.
            10 slWeekendHours PIC 9(04)V99.
            10 slHolidayHours PIC 9(04)V99.
            10 slOvertimeHours PIC 9(04)V99.
            10 slRateUsed PIC 9(03)V99.
            10 slOvertimeMultiplier PIC 9V99.
            10 slGrossPay PIC 9(07)V99.
            10 slDeductionTotal PIC 9(07)V99.
            10 slNetPay PIC 9(07)V99.
            10 slYtdGross PIC 9(09)V99.
            10 slYtdDeductions PIC 9(09)V99.
            10 slYtdNet PIC 9(09)V99.
    01 slipCount PIC 9(03) VALUE ZERO.
    01 slipIndex PIC 9(03).
    01 slipFound PIC 9(03).
    01 slipOverflow PIC X(1) VALUE "N".
    01 sortSwapIndex PIC 9(03).
    01 sortSwapNeeded PIC X(1).
    01 swapEntryHold PIC X(138).
    01 sortKeyLeft PIC X(10).
    01 sortKeyRight PIC X(10).
    01 bankTable.
        05 bankEntry OCCURS 200 TIMES.
            10 bkEmployeeId PIC 9(06).
            10 bkRoutingNumber PIC 9(09).
            10 bkAccountNumber PIC X(12).
    01 bankCount PIC 9(03) VALUE ZERO.
    01 bankIndex PIC 9(03).
    01 bankFound PIC 9(03).
    01 codeTable.
        05 codeEntry OCCURS 50 TIMES.
            10 cdDeductionCode PIC X(4).
            10 cdDescription PIC X(20).
    01 codeCount PIC 99 VALUE ZERO.
    01 codeIndex PIC 99.
    01 slipDeductionTable.
        05 slipDeductionEntry OCCURS 2000 TIMES.
            10 sdEmployeeId PIC 9(06).
            10 sdDeductionCode PIC X(4).
            10 sdAmount PIC 9(07)V99.
    01 slipDeductionCount PIC 9(04) VALUE ZERO.
    01 slipDeductionIndex PIC 9(04).
    01 retroPaidTable.
        05 retroPaidEntry OCCURS 100 TIMES.
            10 rpRecordType PIC X(1).
            10 rpEmployeeId PIC 9(06).
            10 rpPeriodFrom PIC 9(08).
            10 rpPeriodTo PIC 9(08).
            10 rpAmount PIC S9(07)V99.
    01 retroPaidCount PIC 9(03) VALUE ZERO.
    01 retroPaidIndex PIC 9(03).
    01 overtimePay PIC S9(07)V99.
    01 straightPay PIC S9(07)V99.
    01 slipRetroTotal PIC S9(07)V99.
    01 slipDepositAmount PIC S9(07)V99.
    01 slipItemCount PIC 9(03).
    01 maskedAccount PIC X(12).
    01 accountLength PIC 99.
    01 accountScan PIC 99.
    01 pageBreakLine PIC X(80) VALUE ALL "=".
    01 slipTitleLine.
        05 FILLER PIC X(30) VALUE "EARNINGS STATEMENT".
        05 FILLER PIC X(10) VALUE "PAID ".
        05 stlRunDate PIC 9999/99/99.
        05 FILLER PIC X(20) VALUE SPACES.
        05 FILLER PIC X(5) VALUE "PAGE ".
        05 stlPageNumber PIC ZZ9.
    01 slipEmployeeLine.
        05 FILLER PIC X(9) VALUE "EMPLOYEE ".
        05 selEmployeeId PIC 9(06).
        05 FILLER PIC X(1) VALUE SPACE.
        05 selName PIC X(20).
        05 FILLER PIC X(12) VALUE "  DEPARTMENT".
        05 FILLER PIC X(1) VALUE SPACE.
        05 selDeptCode PIC X(4).
    01 slipPeriodLine.
        05 FILLER PIC X(11) VALUE "PAY PERIOD ".
        05 splPeriodFrom PIC 9999/99/99.
        05 FILLER PIC X(3) VALUE " - ".
        05 splPeriodTo PIC 9999/99/99.
    01 slipHoursHeadLine.
        05 FILLER PIC X(40) VALUE
            "HOURS               HOURS     RATE  MULT".
    01 slipHoursLine.
        05 shlCategory PIC X(16).
        05 shlHours PIC Z(05)9.99.
        05 FILLER PIC X(2) VALUE SPACES.
        05 shlRate PIC ZZ9.99.
        05 FILLER PIC X(2) VALUE SPACES.
        05 shlMultiplier PIC 9.99.
    01 slipAmountLine.
        05 salCaption PIC X(30).
        05 salAmount PIC -(07)9.99.
    01 slipDeductionLine.
        05 FILLER PIC X(2) VALUE SPACES.
        05 sdlDeductionCode PIC X(4).
        05 FILLER PIC X(1) VALUE SPACE.
        05 sdlDescription PIC X(23).
        05 sdlAmount PIC -(07)9.99.
    01 slipRetroLine.
        05 srlCaption PIC X(18).
        05 srlPeriodFrom PIC 9999/99/99.
        05 FILLER PIC X(2) VALUE "- ".
        05 srlPeriodTo PIC 9999/99/99.
        05 srlAmount PIC -(07)9.99.
    01 slipDepositLine.
        05 FILLER PIC X(20) VALUE "DEPOSITED TO ROUTING".
        05 FILLER PIC X(1) VALUE SPACE.
        05 sdpRoutingNumber PIC 9(09).
        05 FILLER PIC X(9) VALUE " ACCOUNT ".
        05 sdpAccountNumber PIC X(12).
        05 sdpAmount PIC -(07)9.99.
    01 slipNoAccountLine PIC X(60)
        VALUE "NO ACTIVE BANK ACCOUNT ON FILE - PAID BY HAND".
    01 slipYtdHeadLine PIC X(30) VALUE "YEAR TO DATE".
    01 blankLine PIC X(1) VALUE SPACE.
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27) VALUE "PAY-SLIP-PRINT".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "PAY-SLIP-PRINT", operatorId
    DISPLAY "Enter pay run date (YYYYMMDD, blank for latest run): "
    ACCEPT keyedRunDateText
    IF keyedRunDateText IS NUMERIC
        MOVE keyedRunDateText TO slipRunDate
    ELSE
        PERFORM FindLatestRunDate
    END-IF
    MOVE SPACES TO tlInputs
    STRING "PAY SLIPS " DELIMITED BY SIZE
        slipRunDate DELIMITED BY SIZE
        INTO tlInputs
    END-STRING
    IF slipRunDate = ZERO
        DISPLAY "No pay history on file - no slips printed."
        MOVE "NO HISTORY" TO tlResultOut
    ELSE
        OPEN INPUT rosterFile
        IF rosterFileStatus = "00"
            MOVE "Y" TO rosterIsOpen
        ELSE
            DISPLAY "Roster not available - names blank, departments "
                "shown as UNAS."
        END-IF
        PERFORM LoadRunSlips
        IF rosterIsOpen = "Y"
            CLOSE rosterFile
        END-IF
        IF slipOverflow = "Y"
            DISPLAY "PAY RUN HAS MORE THAN 500 EMPLOYEES - REFUSED"
            MOVE "REJECTED" TO logRunStatus
            MOVE "OVERFLOW" TO tlResultOut
        ELSE
        IF slipCount = ZERO
            DISPLAY "No pay history for run date " slipRunDate
            MOVE "NO SLIPS" TO tlResultOut
        ELSE
            PERFORM AccumulateYearToDate
            PERFORM LoadBankAccounts
            PERFORM LoadDeductionCodes
            PERFORM LoadRunDeductions
            PERFORM LoadRunRetroPayments
            PERFORM SortSlipTable
            PERFORM WritePaySlips
            DISPLAY slipCount " pay slip(s) printed to PAYSLIP.RPT"
            MOVE SPACES TO tlResultOut
            STRING "SLIPS=" DELIMITED BY SIZE
                slipCount DELIMITED BY SIZE
                INTO tlResultOut
            END-STRING
        END-IF
        END-IF
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
FindLatestRunDate.
    MOVE ZERO TO slipRunDate
    MOVE "N" TO payHistoryEOF
    OPEN INPUT payHistoryFile
    IF payHistoryStatus = "00"
        PERFORM CheckOneRunDate UNTIL payHistoryEOF = "Y"
        CLOSE payHistoryFile
    END-IF.
CheckOneRunDate.
    READ payHistoryFile
        AT END MOVE "Y" TO payHistoryEOF
        NOT AT END
            IF phRunDate IS NUMERIC AND phRunDate > slipRunDate
                MOVE phRunDate TO slipRunDate
            END-IF
    END-READ.
LoadRunSlips.
    MOVE ZERO TO slipCount
    MOVE "N" TO payHistoryEOF
    OPEN INPUT payHistoryFile
    IF payHistoryStatus = "00"
        PERFORM LoadOneRunSlip UNTIL payHistoryEOF = "Y"
        CLOSE payHistoryFile
    END-IF.
LoadOneRunSlip.
    READ payHistoryFile
        AT END MOVE "Y" TO payHistoryEOF
        NOT AT END
            IF phRunDate = slipRunDate
                IF slipCount < 500
                    PERFORM AddSlipEntry
                ELSE
                    MOVE "Y" TO slipOverflow
                END-IF
            END-IF
    END-READ.
AddSlipEntry.
    ADD 1 TO slipCount
    MOVE "UNAS" TO slDeptCode (slipCount)
    MOVE SPACES TO slName (slipCount)
    IF rosterIsOpen = "Y"
        MOVE phEmployeeId TO rEmployeeId
        READ rosterFile
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE rName TO slName (slipCount)
                IF rDeptCode NOT = SPACES
                    MOVE rDeptCode TO slDeptCode (slipCount)
                END-IF
        END-READ
    END-IF
    MOVE phEmployeeId TO slEmployeeId (slipCount)
    MOVE phPeriodFrom TO slPeriodFrom (slipCount)
    MOVE phPeriodTo TO slPeriodTo (slipCount)
    MOVE phRegularHours TO slRegularHours (slipCount)
    MOVE phWeekendHours TO slWeekendHours (slipCount)
    MOVE phHolidayHours TO slHolidayHours (slipCount)
    MOVE phOvertimeHours TO slOvertimeHours (slipCount)
    MOVE phRateUsed TO slRateUsed (slipCount)
    MOVE phOvertimeMultiplier TO slOvertimeMultiplier (slipCount)
    MOVE phGrossPay TO slGrossPay (slipCount)
    MOVE phDeductionTotal TO slDeductionTotal (slipCount)
    MOVE phNetPay TO slNetPay (slipCount)
    MOVE ZERO TO slYtdGross (slipCount)
    MOVE ZERO TO slYtdDeductions (slipCount)
    MOVE ZERO TO slYtdNet (slipCount).
AccumulateYearToDate.
    MOVE "N" TO payHistoryEOF
    OPEN INPUT payHistoryFile
    IF payHistoryStatus = "00"
        PERFORM AddOneYearToDateRow UNTIL payHistoryEOF = "Y"
        CLOSE payHistoryFile
    END-IF.
AddOneYearToDateRow.
    READ payHistoryFile
        AT END MOVE "Y" TO payHistoryEOF
        NOT AT END
            IF phRunDate IS NUMERIC
                AND phRunDate (1:4) = slipRunDate (1:4)
                AND phRunDate <= slipRunDate
                MOVE ZERO TO slipFound
                PERFORM MatchOneSlipEmployee
                    VARYING slipIndex FROM 1 BY 1
                    UNTIL slipIndex > slipCount OR slipFound > ZERO
                IF slipFound > ZERO
                    ADD phGrossPay TO slYtdGross (slipFound)
                    ADD phDeductionTotal TO slYtdDeductions (slipFound)
                    ADD phNetPay TO slYtdNet (slipFound)
                END-IF
            END-IF
    END-READ.
MatchOneSlipEmployee.
    IF slEmployeeId (slipIndex) = phEmployeeId
        MOVE slipIndex TO slipFound
    END-IF.
LoadBankAccounts.
    MOVE ZERO TO bankCount
    MOVE "N" TO employeeBankEOF
    OPEN INPUT employeeBankFile
    IF employeeBankStatus = "00"
        PERFORM ReadBankRecord
        PERFORM AddBankEntry
            UNTIL employeeBankEOF = "Y" OR bankCount = 200
        CLOSE employeeBankFile
    END-IF.
ReadBankRecord.
    READ employeeBankFile
        AT END MOVE "Y" TO employeeBankEOF
    END-READ.
AddBankEntry.
    IF ebStatus = "A"
        ADD 1 TO bankCount
        MOVE ebEmployeeId TO bkEmployeeId (bankCount)
        MOVE ebRoutingNumber TO bkRoutingNumber (bankCount)
        MOVE ebAccountNumber TO bkAccountNumber (bankCount)
    END-IF
    PERFORM ReadBankRecord.
LoadDeductionCodes.
    MOVE ZERO TO codeCount
    MOVE "N" TO deductionCodeEOF
    OPEN INPUT deductionCodeFile
    IF deductionCodeStatus = "00"
        PERFORM ReadDeductionCodeRecord
        PERFORM AddCodeEntry
            UNTIL deductionCodeEOF = "Y" OR codeCount = 50
        CLOSE deductionCodeFile
    END-IF.
ReadDeductionCodeRecord.
    READ deductionCodeFile
        AT END MOVE "Y" TO deductionCodeEOF
    END-READ.
AddCodeEntry.
    ADD 1 TO codeCount
    MOVE dcDeductionCode TO cdDeductionCode (codeCount)
    MOVE dcDescription TO cdDescription (codeCount)
    PERFORM ReadDeductionCodeRecord.
LoadRunDeductions.
    MOVE ZERO TO slipDeductionCount
    MOVE "N" TO deductionHistoryEOF
    OPEN INPUT deductionHistoryFile
    IF deductionHistoryStatus = "00"
        PERFORM LoadOneRunDeduction
            UNTIL deductionHistoryEOF = "Y"
                OR slipDeductionCount = 2000
        CLOSE deductionHistoryFile
    END-IF.
LoadOneRunDeduction.
    READ deductionHistoryFile
        AT END MOVE "Y" TO deductionHistoryEOF
        NOT AT END
            IF dhRunDate = slipRunDate
                ADD 1 TO slipDeductionCount
                MOVE dhEmployeeId
                    TO sdEmployeeId (slipDeductionCount)
                MOVE dhDeductionCode
                    TO sdDeductionCode (slipDeductionCount)
                MOVE dhAmount TO sdAmount (slipDeductionCount)
            END-IF
    END-READ.
LoadRunRetroPayments.
    MOVE ZERO TO retroPaidCount
    MOVE SPACES TO payArchiveName
    STRING "PAYIF" DELIMITED BY SIZE
        slipRunDate DELIMITED BY SIZE
        ".DAT" DELIMITED BY SIZE
        INTO payArchiveName
    END-STRING
    MOVE "N" TO payArchiveEOF
    OPEN INPUT payArchiveFile
    IF payArchiveStatus = "00"
        PERFORM LoadOneRetroPayment
            UNTIL payArchiveEOF = "Y" OR retroPaidCount = 100
        CLOSE payArchiveFile
    END-IF.
LoadOneRetroPayment.
    READ payArchiveFile
        AT END MOVE "Y" TO payArchiveEOF
        NOT AT END
            IF paRecordType = "R" OR paRecordType = "E"
                OR paRecordType = "C"
                ADD 1 TO retroPaidCount
                MOVE paRecordType TO rpRecordType (retroPaidCount)
                MOVE paEmployeeId TO rpEmployeeId (retroPaidCount)
                MOVE paPeriodFrom TO rpPeriodFrom (retroPaidCount)
                MOVE paPeriodTo TO rpPeriodTo (retroPaidCount)
                MOVE paAdjustmentAmount TO rpAmount (retroPaidCount)
            END-IF
    END-READ.
SortSlipTable.
    IF slipCount > 1
        MOVE "Y" TO sortSwapNeeded
        PERFORM SortOnePass UNTIL sortSwapNeeded NOT = "Y"
    END-IF.
SortOnePass.
    MOVE "N" TO sortSwapNeeded
    PERFORM CompareAdjacentSlips
        VARYING sortSwapIndex FROM 1 BY 1
        UNTIL sortSwapIndex >= slipCount.
CompareAdjacentSlips.
    MOVE SPACES TO sortKeyLeft
    STRING slDeptCode (sortSwapIndex) DELIMITED BY SIZE
        slEmployeeId (sortSwapIndex) DELIMITED BY SIZE
        INTO sortKeyLeft
    END-STRING
    MOVE SPACES TO sortKeyRight
    STRING slDeptCode (sortSwapIndex + 1) DELIMITED BY SIZE
        slEmployeeId (sortSwapIndex + 1) DELIMITED BY SIZE
        INTO sortKeyRight
    END-STRING
    IF sortKeyLeft > sortKeyRight
        MOVE slipEntry (sortSwapIndex) TO swapEntryHold
        MOVE slipEntry (sortSwapIndex + 1)
            TO slipEntry (sortSwapIndex)
        MOVE swapEntryHold TO slipEntry (sortSwapIndex + 1)
        MOVE "Y" TO sortSwapNeeded
    END-IF.
WritePaySlips.
    OPEN OUTPUT paySlipFile
    MOVE ZERO TO PC-PAGE-COUNT
    PERFORM WriteOneSlip
        VARYING slipIndex FROM 1 BY 1
        UNTIL slipIndex > slipCount
    CLOSE paySlipFile.
WriteOneSlip.
    IF PC-PAGE-COUNT > ZERO
        WRITE paySlipRecord FROM pageBreakLine
    END-IF
    ADD 1 TO PC-PAGE-COUNT
    MOVE slipRunDate TO stlRunDate
    MOVE PC-PAGE-COUNT TO stlPageNumber
    WRITE paySlipRecord FROM slipTitleLine
    MOVE slEmployeeId (slipIndex) TO selEmployeeId
    MOVE slName (slipIndex) TO selName
    MOVE slDeptCode (slipIndex) TO selDeptCode
    WRITE paySlipRecord FROM slipEmployeeLine
    MOVE slPeriodFrom (slipIndex) TO splPeriodFrom
    MOVE slPeriodTo (slipIndex) TO splPeriodTo
    WRITE paySlipRecord FROM slipPeriodLine
    WRITE paySlipRecord FROM blankLine
    PERFORM WriteSlipHours
    PERFORM WriteSlipDeductions
    PERFORM WriteSlipRetroAndDeposit
    WRITE paySlipRecord FROM blankLine
    WRITE paySlipRecord FROM slipYtdHeadLine
    MOVE "  GROSS" TO salCaption
    MOVE slYtdGross (slipIndex) TO salAmount
    WRITE paySlipRecord FROM slipAmountLine
    MOVE "  DEDUCTIONS" TO salCaption
    MOVE slYtdDeductions (slipIndex) TO salAmount
    WRITE paySlipRecord FROM slipAmountLine
    MOVE "  NET" TO salCaption
    MOVE slYtdNet (slipIndex) TO salAmount
    WRITE paySlipRecord FROM slipAmountLine.
WriteSlipHours.
    WRITE paySlipRecord FROM slipHoursHeadLine
    MOVE "REGULAR" TO shlCategory
    MOVE slRegularHours (slipIndex) TO shlHours
    MOVE slRateUsed (slipIndex) TO shlRate
    MOVE 1 TO shlMultiplier
    WRITE paySlipRecord FROM slipHoursLine
    MOVE "WEEKEND" TO shlCategory
    MOVE slWeekendHours (slipIndex) TO shlHours
    WRITE paySlipRecord FROM slipHoursLine
    MOVE "HOLIDAY" TO shlCategory
    MOVE slHolidayHours (slipIndex) TO shlHours
    WRITE paySlipRecord FROM slipHoursLine
    MOVE "OVERTIME" TO shlCategory
    MOVE slOvertimeHours (slipIndex) TO shlHours
    MOVE slOvertimeMultiplier (slipIndex) TO shlMultiplier
    WRITE paySlipRecord FROM slipHoursLine
    WRITE paySlipRecord FROM blankLine
    COMPUTE overtimePay ROUNDED = slOvertimeHours (slipIndex)
        * slRateUsed (slipIndex) * slOvertimeMultiplier (slipIndex)
    COMPUTE straightPay = slGrossPay (slipIndex) - overtimePay
    MOVE "STRAIGHT-TIME PAY" TO salCaption
    MOVE straightPay TO salAmount
    WRITE paySlipRecord FROM slipAmountLine
    MOVE "OVERTIME PAY" TO salCaption
    MOVE overtimePay TO salAmount
    WRITE paySlipRecord FROM slipAmountLine
    MOVE "GROSS PAY" TO salCaption
    MOVE slGrossPay (slipIndex) TO salAmount
    WRITE paySlipRecord FROM slipAmountLine
    WRITE paySlipRecord FROM blankLine.
WriteSlipDeductions.
    MOVE "DEDUCTIONS" TO salCaption
    MOVE SPACES TO paySlipRecord
    MOVE salCaption TO paySlipRecord
    WRITE paySlipRecord
    MOVE ZERO TO slipItemCount
    PERFORM WriteOneSlipDeduction
        VARYING slipDeductionIndex FROM 1 BY 1
        UNTIL slipDeductionIndex > slipDeductionCount
    IF slipItemCount = ZERO AND slDeductionTotal (slipIndex) > ZERO
        MOVE "  (ITEMIZATION NOT RETAINED)" TO salCaption
        MOVE slDeductionTotal (slipIndex) TO salAmount
        WRITE paySlipRecord FROM slipAmountLine
    END-IF
    MOVE "TOTAL DEDUCTIONS" TO salCaption
    MOVE slDeductionTotal (slipIndex) TO salAmount
    WRITE paySlipRecord FROM slipAmountLine
    MOVE "NET PAY" TO salCaption
    MOVE slNetPay (slipIndex) TO salAmount
    WRITE paySlipRecord FROM slipAmountLine.
WriteOneSlipDeduction.
    IF sdEmployeeId (slipDeductionIndex) = slEmployeeId (slipIndex)
        ADD 1 TO slipItemCount
        MOVE sdDeductionCode (slipDeductionIndex) TO sdlDeductionCode
        MOVE SPACES TO sdlDescription
        PERFORM NameOneDeductionCode
            VARYING codeIndex FROM 1 BY 1
            UNTIL codeIndex > codeCount
        MOVE sdAmount (slipDeductionIndex) TO sdlAmount
        WRITE paySlipRecord FROM slipDeductionLine
    END-IF.
NameOneDeductionCode.
    IF cdDeductionCode (codeIndex) = sdDeductionCode (slipDeductionIndex)
        MOVE cdDescription (codeIndex) TO sdlDescription
    END-IF.
WriteSlipRetroAndDeposit.
    MOVE ZERO TO slipRetroTotal
    PERFORM WriteOneSlipRetro
        VARYING retroPaidIndex FROM 1 BY 1
        UNTIL retroPaidIndex > retroPaidCount
    MOVE slNetPay (slipIndex) TO slipDepositAmount
    IF slipRetroTotal > ZERO
        ADD slipRetroTotal TO slipDepositAmount
    END-IF
    MOVE ZERO TO bankFound
    PERFORM MatchOneBankAccount
        VARYING bankIndex FROM 1 BY 1
        UNTIL bankIndex > bankCount OR bankFound > ZERO
    WRITE paySlipRecord FROM blankLine
    IF bankFound = ZERO
        WRITE paySlipRecord FROM slipNoAccountLine
    ELSE
        PERFORM MaskBankAccount
        MOVE bkRoutingNumber (bankFound) TO sdpRoutingNumber
        MOVE maskedAccount TO sdpAccountNumber
        MOVE slipDepositAmount TO sdpAmount
        WRITE paySlipRecord FROM slipDepositLine
    END-IF.
WriteOneSlipRetro.
    IF rpEmployeeId (retroPaidIndex) = slEmployeeId (slipIndex)
        IF rpRecordType (retroPaidIndex) = "E"
            MOVE "EXPENSE (NO TAX)" TO srlCaption
        ELSE
        IF rpRecordType (retroPaidIndex) = "C"
            MOVE "COMMISSION" TO srlCaption
        ELSE
            MOVE "RETRO ADJUSTMENT" TO srlCaption
        END-IF
        END-IF
        MOVE rpPeriodFrom (retroPaidIndex) TO srlPeriodFrom
        MOVE rpPeriodTo (retroPaidIndex) TO srlPeriodTo
        MOVE rpAmount (retroPaidIndex) TO srlAmount
        WRITE paySlipRecord FROM slipRetroLine
        IF rpAmount (retroPaidIndex) > ZERO
            ADD rpAmount (retroPaidIndex) TO slipRetroTotal
        END-IF
    END-IF.
MatchOneBankAccount.
    IF bkEmployeeId (bankIndex) = slEmployeeId (slipIndex)
        MOVE bankIndex TO bankFound
    END-IF.
MaskBankAccount.
    MOVE ZERO TO accountLength
    PERFORM FindAccountLength
        VARYING accountScan FROM 12 BY -1
        UNTIL accountScan < 1 OR accountLength > ZERO
    MOVE ALL "*" TO maskedAccount
    IF accountLength > 4
        MOVE bkAccountNumber (bankFound) (accountLength - 3:4)
            TO maskedAccount (9:4)
    END-IF.
FindAccountLength.
    IF bkAccountNumber (bankFound) (accountScan:1) NOT = SPACE
        MOVE accountScan TO accountLength
    END-IF.
