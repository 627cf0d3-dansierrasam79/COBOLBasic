*> past the table - until decided rows are purged. Every decision writes an audit line to CTLAUDIT.LOG
*> naming both who proposed and who approved, and the pending file is
*> rewritten with the new statuses.
*> PAY-RATE-MAINTENANCE proposes through the same file: an approved
*> PAYRATE.DAT change adds the employee's new effective-dated rate
*> row, or replaces the rates on the row for that employee and date,
*> and the pay-rate master is rewritten. A pay-rate file larger than
*> the work table is refused rather than truncated.
*> UNIFORM-KIT-RECOVERY proposes DEDUCT.DAT rows for kit a leaver
*> never returned: an approved recovery is appended to the deductions
*> master as a fixed deduction (key text is employee ID, deduction
*> code and start date; new values are the type, amount digits, stop
*> date and pre-tax flag), unless a row for that employee, code and
*> start date is already there.
IDENTIFICATION DIVISION.
PROGRAM-ID. CHANGE-APPROVAL.
ENVIRONMENT DIVISION.
    SELECT ruleSetFile ASSIGN TO "RULESET.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ruleSetFileStatus.
    SELECT payRateFile ASSIGN TO "PAYRATE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS payRateFileStatus.
    SELECT deductionFile ASSIGN TO "DEDUCT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS deductionFileStatus.
    SELECT operAuthFile ASSIGN TO "OPERAUTH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS operAuthStatus.
01 ruleSetRecord.
    05 rsrRuleType PIC X(10).
    05 rsrRuleTarget PIC 9(05)V99.
FD  payRateFile.
COPY "PAYRATE.cpy".
FD  deductionFile.
COPY "DEDUCT.cpy".
FD  operAuthFile.
01 operAuthRecord.
    05 oaOperatorId PIC X(08).
    01 ruleFound PIC 99.
    01 applyRuleType PIC X(10).
    01 applyRuleTarget PIC 9(05)V99.
    01 payRateFileStatus PIC X(2) VALUE "00".
    01 payRateEOF PIC X(1) VALUE "N".
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
    01 applyEmployeeId PIC 9(06).
    01 applyRateDigits PIC X(5).
    01 applyMultiplierDigits PIC X(3).
    01 applyRegularRate PIC 9(03)V99.
    01 applyOvertimeMultiplier PIC 9V99.
    01 deductionFileStatus PIC X(2) VALUE "00".
    01 deductionEOF PIC X(1) VALUE "N".
    01 deductionRowExists PIC X(1).
    01 applyDeductionCode PIC X(4).
    01 applyAmountDigits PIC X(7).
    01 applyStopDigits PIC X(8).
    01 applyOutcome PIC X(1).
    01 auditTimestamp PIC X(26).
    01 auditActionText PIC X(8).
        MOVE "N" TO applyOutcome
        IF pnTargetFile (chosenPendingNumber) = "CTLLIMIT.DAT"
            PERFORM ApplyLimitChange
        ELSE
        IF pnTargetFile (chosenPendingNumber) = "PAYRATE.DAT"
            PERFORM ApplyPayRateChange
        ELSE
        IF pnTargetFile (chosenPendingNumber) = "DEDUCT.DAT"
            PERFORM ApplyDeductionChange
        ELSE
            PERFORM ApplyRuleChange
        END-IF
        END-IF
        END-IF
        IF applyOutcome = "Y"
            MOVE "A" TO pnStatus (chosenPendingNumber)
            ADD 1 TO decisionCount
    MOVE rtRuleType (ruleIndex) TO rsrRuleType
    MOVE rtRuleTarget (ruleIndex) TO rsrRuleTarget
    WRITE ruleSetRecord.
ApplyPayRateChange.
    PERFORM LoadPayRateFile
    IF payRateOverflow = "Y"
        DISPLAY "PAYRATE.DAT HAS MORE THAN 500 ROWS - NOT "
            "REWRITTEN - ROWS PAST 500 WOULD HAVE BEEN LOST - "
            "ARCHIVE SUPERSEDED RATES FIRST"
    ELSE
        MOVE pnKeyText (chosenPendingNumber) (1:6)
            TO applyEmployeeId
        MOVE pnKeyText (chosenPendingNumber) (7:8)
            TO applyEffectiveDate
        MOVE pnNewValues (chosenPendingNumber) (1:5)
            TO applyRateDigits
        MOVE pnNewValues (chosenPendingNumber) (7:3)
            TO applyMultiplierDigits
        IF applyRateDigits IS NUMERIC
            AND applyMultiplierDigits IS NUMERIC
            MOVE applyRateDigits TO applyRegularRate (1:5)
            MOVE applyMultiplierDigits
                TO applyOvertimeMultiplier (1:3)
            MOVE ZERO TO payRateFound
            PERFORM MatchOnePayRateRow
                VARYING payRateIndex FROM 1 BY 1
                UNTIL payRateIndex > payRateCount
                    OR payRateFound > ZERO
            EVALUATE TRUE
                WHEN pnAction (chosenPendingNumber) = "ADD"
                    AND payRateFound = ZERO AND payRateCount < 500
                    ADD 1 TO payRateCount
                    MOVE payRateCount TO payRateFound
                    MOVE applyEmployeeId
                        TO prtEmployeeId (payRateFound)
                    MOVE applyEffectiveDate
                        TO prtEffectiveDate (payRateFound)
                    PERFORM ApplyPayRateValues
                WHEN pnAction (chosenPendingNumber) = "UPDATE"
                    AND payRateFound > ZERO
                    PERFORM ApplyPayRateValues
                WHEN OTHER
                    DISPLAY "Target row state no longer matches "
                        "the proposed action."
            END-EVALUATE
        ELSE
            DISPLAY "Proposed rates are not numeric."
        END-IF
    END-IF.
ApplyPayRateValues.
    MOVE applyRegularRate TO prtRegularRate (payRateFound)
    MOVE applyOvertimeMultiplier
        TO prtOvertimeMultiplier (payRateFound)
    PERFORM RewritePayRateFile
    MOVE "Y" TO applyOutcome.
MatchOnePayRateRow.
    IF prtEmployeeId (payRateIndex) = applyEmployeeId
        AND prtEffectiveDate (payRateIndex) = applyEffectiveDate
        MOVE payRateIndex TO payRateFound
    END-IF.
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
RewritePayRateFile.
    OPEN OUTPUT payRateFile
    PERFORM WriteOnePayRateRecord
        VARYING payRateIndex FROM 1 BY 1
        UNTIL payRateIndex > payRateCount
    CLOSE payRateFile.
WriteOnePayRateRecord.
    MOVE prtEmployeeId (payRateIndex) TO prEmployeeId
    MOVE prtRegularRate (payRateIndex) TO prRegularRate
    MOVE prtOvertimeMultiplier (payRateIndex)
        TO prOvertimeMultiplier
    MOVE prtEffectiveDate (payRateIndex) TO prEffectiveDate
    WRITE payRateRecord.
ApplyDeductionChange.
    MOVE pnKeyText (chosenPendingNumber) (1:6) TO applyEmployeeId
    MOVE pnKeyText (chosenPendingNumber) (7:4) TO applyDeductionCode
    MOVE pnKeyText (chosenPendingNumber) (11:8)
        TO applyEffectiveDate
    MOVE pnNewValues (chosenPendingNumber) (2:7) TO applyAmountDigits
    MOVE pnNewValues (chosenPendingNumber) (9:8) TO applyStopDigits
    IF pnAction (chosenPendingNumber) NOT = "ADD"
        DISPLAY "Deductions can only be added through approval."
    ELSE
    IF applyAmountDigits IS NOT NUMERIC
        OR applyStopDigits IS NOT NUMERIC
        DISPLAY "Proposed deduction figures are not numeric."
    ELSE
        PERFORM FindDeductionRow
        IF deductionRowExists = "Y"
            DISPLAY "Employee " applyEmployeeId " already has a "
                applyDeductionCode " deduction starting "
                applyEffectiveDate "."
        ELSE
            OPEN EXTEND deductionFile
            IF deductionFileStatus = "05"
                OR deductionFileStatus = "35"
                OPEN OUTPUT deductionFile
            END-IF
            MOVE applyEmployeeId TO ddEmployeeId
            MOVE applyDeductionCode TO ddDeductionCode
            MOVE pnNewValues (chosenPendingNumber) (1:1)
                TO ddDeductionType
            MOVE applyAmountDigits TO ddAmountOrPct (1:7)
            MOVE applyEffectiveDate TO ddStartDate
            MOVE applyStopDigits TO ddStopDate
            MOVE pnNewValues (chosenPendingNumber) (17:1)
                TO ddPreTaxFlag
            WRITE deductionMasterRecord
            CLOSE deductionFile
            MOVE "Y" TO applyOutcome
        END-IF
    END-IF
    END-IF.
FindDeductionRow.
    MOVE "N" TO deductionRowExists
    MOVE "N" TO deductionEOF
    OPEN INPUT deductionFile
    IF deductionFileStatus = "00"
        PERFORM MatchOneDeductionRow
            UNTIL deductionEOF = "Y" OR deductionRowExists = "Y"
        CLOSE deductionFile
    END-IF.
MatchOneDeductionRow.
    READ deductionFile
        AT END MOVE "Y" TO deductionEOF
        NOT AT END
            IF ddEmployeeId = applyEmployeeId
                AND ddDeductionCode = applyDeductionCode
                AND ddStartDate = applyEffectiveDate
                MOVE "Y" TO deductionRowExists
            END-IF
    END-READ.
WriteDecisionAuditLine.
    OPEN EXTEND ctlAuditFile
    IF ctlAuditFileStatus = "05" OR ctlAuditFileStatus = "35"
