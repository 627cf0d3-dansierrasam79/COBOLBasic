*> Segregation-of-duties conflict report. Maker-checker in
*> CHANGE-APPROVAL and the OPERAUTH.DAT matrix each police one step,
*> but nothing showed whether one person can both create and settle
*> money - customer maintenance and cash-receipts posting, roster
*> maintenance and bank-account maintenance. The rule file
*> SODRULE.DAT holds one row per conflicting pair: a rule ID, then
*> for each side the OPERAUTH.DAT position that gates it (a utility
*> number 01-31, PC for period close, AP for approver, or blank when
*> the matrix does not gate it) and the program name it runs under,
*> then a description. The first section flags every operator whose
*> authorization row grants both sides of a rule; a side the matrix
*> does not gate is open to every operator and counts as granted,
*> and is starred. The second section is the evidence: for the
*> review month it gathers who did what to which record from
*> TRANSACTION.LOG (program and its input key), CTLAUDIT.LOG (the
*> CHANGE-APPROVAL decisions - the approver under CHANGE-APPROVAL and
*> the proposer under CHANGE-PROPOSAL, keyed on target file and key),
*> CUSTAUDT.DAT and BANKAUDT.DAT (customer and employee IDs from the
*> audit images) and the receipts on CASHRCT.DAT, and lists every
*> case of the same operator doing both halves of a rule on the same
*> record within the month. The report is SODRPT.RPT.
*> The customer audit images are read at the width the master now
*> has, since it carries the default salesperson.
*> They are read at the wider width the merged-into pointer brings.
*> A customer merge is credited to CUSTOMER-MERGE under the retired
*> ID; the row-by-row re-point images it writes alongside are not
*> customer master changes and are passed over.
*> The receipt record layout now comes from the shared copybook
*> CASHRCT.cpy instead of a private copy.
*> CUSTAUDT.DAT still holds rows written at every earlier image width,
*> and a line carries no trace of the width it was written at, so the
*> customer ID is no longer taken from a fixed after-image offset. The
*> before image always starts straight after the transaction type and
*> gives the ID for updates, deletes and merges; an add has a blank
*> before image, and its ID is the first thing on the line after it,
*> whatever width the images were.
IDENTIFICATION DIVISION.
PROGRAM-ID. SOD-CONFLICT-REPORT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT sodRuleFile ASSIGN TO "SODRULE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS sodRuleStatus.
    SELECT operAuthFile ASSIGN TO "OPERAUTH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS operAuthStatus.
    SELECT transactionLogFile ASSIGN TO "TRANSACTION.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS tranLogFileStatus.
    SELECT ctlAuditFile ASSIGN TO "CTLAUDIT.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ctlAuditFileStatus.
    SELECT customerAuditFile ASSIGN TO "CUSTAUDT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS customerAuditStatus.
    SELECT bankAuditFile ASSIGN TO "BANKAUDT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS bankAuditStatus.
    SELECT cashReceiptsFile ASSIGN TO "CASHRCT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS cashReceiptsStatus.
    SELECT sodReportFile ASSIGN TO "SODRPT.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  sodRuleFile.
01 sodRuleRecord.
    05 srRuleId PIC X(04).
    05 srSideAAuthCode PIC X(02).
    05 srSideAProgram PIC X(27).
    05 srSideBAuthCode PIC X(02).
    05 srSideBProgram PIC X(27).
    05 srDescription PIC X(30).
FD  operAuthFile.
01 operAuthRecord.
    05 oaOperatorId PIC X(08).
    05 oaUtilityFlags PIC X(31).
    05 oaPeriodCloseFlag PIC X(1).
    05 oaApproverFlag PIC X(1).
FD  transactionLogFile.
    COPY "TRANLOG.cpy" REPLACING ==tranLogLine== BY ==tranLogReadRecord==.
FD  ctlAuditFile.
01 ctlAuditRecord PIC X(130).
FD  customerAuditFile.
01 customerAuditRecord.
    05 caOperatorId PIC X(08).
    05 caTimestamp PIC X(26).
    05 caTransactionType PIC X(06).
    05 caBeforeImage PIC X(151).
    05 caAfterImage PIC X(151).
FD  bankAuditFile.
01 bankAuditRecord.
    05 baOperatorId PIC X(08).
    05 baTimestamp PIC X(26).
    05 baTransactionType PIC X(06).
    05 baBeforeImage PIC X(28).
    05 baAfterImage PIC X(28).
FD  cashReceiptsFile.
COPY "CASHRCT.cpy".
FD  sodReportFile.
01 sodReportRecord PIC X(132).
WORKING-STORAGE SECTION.
    01 sodRuleStatus PIC X(2) VALUE "00".
    01 operAuthStatus PIC X(2) VALUE "00".
    01 tranLogFileStatus PIC X(2) VALUE "00".
    01 ctlAuditFileStatus PIC X(2) VALUE "00".
    01 customerAuditStatus PIC X(2) VALUE "00".
    01 bankAuditStatus PIC X(2) VALUE "00".
    01 cashReceiptsStatus PIC X(2) VALUE "00".
    01 sodRuleEOF PIC X(1) VALUE "N".
    01 operAuthEOF PIC X(1) VALUE "N".
    01 tranLogEOF PIC X(1) VALUE "N".
    01 ctlAuditEOF PIC X(1) VALUE "N".
    01 customerAuditEOF PIC X(1) VALUE "N".
    01 auditLeadingSpaces PIC 9(03).
    01 bankAuditEOF PIC X(1) VALUE "N".
    01 cashReceiptsEOF PIC X(1) VALUE "N".
    01 reviewMonth PIC 9(06).
    01 keyedMonthText PIC X(06).
    01 runDate PIC 9(08).
    01 ruleTable.
        05 ruleEntry OCCURS 50 TIMES.
            10 ruRuleId PIC X(04).
            10 ruSideAAuthCode PIC X(02).
            10 ruSideAProgram PIC X(27).
            10 ruSideBAuthCode PIC X(02).
            10 ruSideBProgram PIC X(27).
            10 ruDescription PIC X(30).
    01 ruleCount PIC 99 VALUE ZERO.
    01 ruleIndex PIC 99.
    01 authTable.
        05 authEntry OCCURS 50 TIMES.
            10 auOperatorId PIC X(08).
            10 auUtilityFlag PIC X(1) OCCURS 31 TIMES.
            10 auPeriodCloseFlag PIC X(1).
            10 auApproverFlag PIC X(1).
    01 authCount PIC 99 VALUE ZERO.
    01 authIndex PIC 99.
    01 authMatrixDeployed PIC X(1) VALUE "N".
    01 eventTable.
        05 eventEntry OCCURS 2000 TIMES.
            10 evOperatorId PIC X(08).
            10 evProgram PIC X(27).
            10 evKey PIC X(35).
            10 evDate PIC 9(08).
    01 eventCount PIC 9(04) VALUE ZERO.
    01 eventIndex PIC 9(04).
    01 pairIndex PIC 9(04).
    01 eventOverflow PIC X(1) VALUE "N".
    01 newOperatorId PIC X(08).
    01 newProgram PIC X(27).
    01 newKey PIC X(35).
    01 newDate PIC 9(08).
    01 findingTable.
        05 findingEntry OCCURS 300 TIMES.
            10 fdRuleId PIC X(04).
            10 fdOperatorId PIC X(08).
            10 fdKey PIC X(35).
    01 findingCount PIC 9(03) VALUE ZERO.
    01 findingIndex PIC 9(03).
    01 findingAlreadyListed PIC X(1).
    01 checkAuthCode PIC X(02).
    01 checkAuthNumber PIC 99.
    01 sideGranted PIC X(1).
    01 ruleCodesValid PIC X(1).
    01 sideAGranted PIC X(1).
    01 sideAUngated PIC X(1).
    01 sideBGranted PIC X(1).
    01 sideBUngated PIC X(1).
    01 invalidRuleCount PIC 99 VALUE ZERO.
    01 policyConflictCount PIC 9(04) VALUE ZERO.
    01 evidenceCount PIC 9(04) VALUE ZERO.
    01 sodTitleLine PIC X(40)
        VALUE "SEGREGATION OF DUTIES CONFLICT REPORT".
    01 sodMonthLine.
        05 FILLER PIC X(14) VALUE "REVIEW MONTH: ".
        05 smlReviewMonth PIC 9999/99.
    01 sodSectionLine PIC X(80).
    01 policyConflictLine.
        05 FILLER PIC X(2) VALUE SPACES.
        05 pclRuleId PIC X(04).
        05 FILLER PIC X(6) VALUE " OPER=".
        05 pclOperatorId PIC X(08).
        05 FILLER PIC X(1) VALUE SPACE.
        05 pclSideAAuthCode PIC X(02).
        05 pclSideAUngated PIC X(1).
        05 FILLER PIC X(1) VALUE SPACE.
        05 pclSideAProgram PIC X(27).
        05 FILLER PIC X(3) VALUE " + ".
        05 pclSideBAuthCode PIC X(02).
        05 pclSideBUngated PIC X(1).
        05 FILLER PIC X(1) VALUE SPACE.
        05 pclSideBProgram PIC X(27).
        05 FILLER PIC X(1) VALUE SPACE.
        05 pclDescription PIC X(30).
    01 evidenceLine.
        05 FILLER PIC X(2) VALUE SPACES.
        05 elRuleId PIC X(04).
        05 FILLER PIC X(6) VALUE " OPER=".
        05 elOperatorId PIC X(08).
        05 FILLER PIC X(5) VALUE " KEY=".
        05 elKey PIC X(35).
        05 FILLER PIC X(3) VALUE " A=".
        05 elSideADate PIC 9999/99/99.
        05 FILLER PIC X(3) VALUE " B=".
        05 elSideBDate PIC 9999/99/99.
        05 FILLER PIC X(1) VALUE SPACE.
        05 elDescription PIC X(30).
    01 ungatedNoteLine PIC X(80) VALUE
        "  * = SIDE NOT GATED BY OPERAUTH.DAT - OPEN TO EVERY OPERATOR".
    01 matrixMissingLine PIC X(80) VALUE
        "  OPERAUTH.DAT NOT DEPLOYED - EVERY OPERATOR IS CLEARED FOR EVERY UTILITY".
    01 invalidRuleLine.
        05 FILLER PIC X(7) VALUE "  RULE ".
        05 irlRuleId PIC X(04).
        05 FILLER PIC X(40)
            VALUE " HAS AN INVALID AUTHORIZATION CODE".
    01 sodCleanLine PIC X(40)
        VALUE "  (none found)".
    01 eventOverflowLine PIC X(80) VALUE
        "  WARNING: MORE THAN 2000 ACTIVITY ROWS IN THE MONTH - LATER ROWS NOT CHECKED".
    01 sodTotalLine.
        05 FILLER PIC X(20) VALUE "POLICY CONFLICTS:   ".
        05 stlPolicyCount PIC ZZZ9.
        05 FILLER PIC X(22) VALUE "   EVIDENCED CASES:   ".
        05 stlEvidenceCount PIC ZZZ9.
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27)
        VALUE "SOD-CONFLICT-REPORT".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "SOD-CONFLICT-REPORT", operatorId
    ACCEPT runDate FROM DATE YYYYMMDD
    MOVE runDate (1:6) TO reviewMonth
    DISPLAY "Enter review month (YYYYMM, blank = this month): "
    ACCEPT keyedMonthText
    IF keyedMonthText NOT = SPACES
        IF keyedMonthText IS NUMERIC
            MOVE keyedMonthText TO reviewMonth
        ELSE
            DISPLAY "Review month not numeric - reviewing this month."
        END-IF
    END-IF
    PERFORM LoadRuleFile
    IF ruleCount = ZERO
        DISPLAY "No conflict rules on SODRULE.DAT - nothing to check."
        MOVE "REJECTED" TO logRunStatus
        MOVE "SOD CONFLICT REPORT" TO tlInputs
        MOVE "NO RULES" TO tlResultOut
    ELSE
        PERFORM LoadAuthorizationFile
        PERFORM GatherMonthActivity
        OPEN OUTPUT sodReportFile
        WRITE sodReportRecord FROM sodTitleLine
        MOVE reviewMonth TO smlReviewMonth
        WRITE sodReportRecord FROM sodMonthLine
        PERFORM WritePolicySection
        PERFORM WriteEvidenceSection
        MOVE SPACES TO sodReportRecord
        WRITE sodReportRecord
        MOVE policyConflictCount TO stlPolicyCount
        MOVE evidenceCount TO stlEvidenceCount
        WRITE sodReportRecord FROM sodTotalLine
        CLOSE sodReportFile
        DISPLAY "SoD report written to SODRPT.RPT - "
            policyConflictCount " policy conflict(s), "
            evidenceCount " evidenced case(s)."
        MOVE SPACES TO tlInputs
        STRING "SOD CONFLICT REPORT " DELIMITED BY SIZE
            reviewMonth DELIMITED BY SIZE
            INTO tlInputs
        END-STRING
        MOVE SPACES TO tlResultOut
        STRING "EVIDENCED=" DELIMITED BY SIZE
            evidenceCount DELIMITED BY SIZE
            INTO tlResultOut
        END-STRING
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
LoadRuleFile.
    MOVE ZERO TO ruleCount
    MOVE "N" TO sodRuleEOF
    OPEN INPUT sodRuleFile
    IF sodRuleStatus = "00"
        PERFORM ReadRuleRecord
        PERFORM AddRuleEntry
            UNTIL sodRuleEOF = "Y" OR ruleCount = 50
        CLOSE sodRuleFile
    END-IF.
ReadRuleRecord.
    READ sodRuleFile
        AT END MOVE "Y" TO sodRuleEOF
    END-READ.
AddRuleEntry.
    IF srRuleId NOT = SPACES
        ADD 1 TO ruleCount
        MOVE srRuleId TO ruRuleId (ruleCount)
        MOVE srSideAAuthCode TO ruSideAAuthCode (ruleCount)
        MOVE srSideAProgram TO ruSideAProgram (ruleCount)
        MOVE srSideBAuthCode TO ruSideBAuthCode (ruleCount)
        MOVE srSideBProgram TO ruSideBProgram (ruleCount)
        MOVE srDescription TO ruDescription (ruleCount)
    END-IF
    PERFORM ReadRuleRecord.
LoadAuthorizationFile.
    MOVE ZERO TO authCount
    MOVE "N" TO operAuthEOF
    OPEN INPUT operAuthFile
    IF operAuthStatus = "00"
        MOVE "Y" TO authMatrixDeployed
        PERFORM ReadOperAuthRecord
        PERFORM AddAuthorizationEntry
            UNTIL operAuthEOF = "Y" OR authCount = 50
        CLOSE operAuthFile
    END-IF.
ReadOperAuthRecord.
    READ operAuthFile
        AT END MOVE "Y" TO operAuthEOF
    END-READ.
AddAuthorizationEntry.
    ADD 1 TO authCount
    MOVE operAuthRecord TO authEntry (authCount)
    PERFORM ReadOperAuthRecord.
GatherMonthActivity.
    MOVE ZERO TO eventCount
    MOVE "N" TO tranLogEOF
    OPEN INPUT transactionLogFile
    IF tranLogFileStatus = "00"
        PERFORM ReadTransactionRecord
        PERFORM NoteOneTransaction UNTIL tranLogEOF = "Y"
        CLOSE transactionLogFile
    END-IF
    MOVE "N" TO ctlAuditEOF
    OPEN INPUT ctlAuditFile
    IF ctlAuditFileStatus = "00"
        PERFORM ReadCtlAuditRecord
        PERFORM NoteOneCtlDecision UNTIL ctlAuditEOF = "Y"
        CLOSE ctlAuditFile
    END-IF
    MOVE "N" TO customerAuditEOF
    OPEN INPUT customerAuditFile
    IF customerAuditStatus = "00"
        PERFORM ReadCustomerAuditRecord
        PERFORM NoteOneCustomerChange UNTIL customerAuditEOF = "Y"
        CLOSE customerAuditFile
    END-IF
    MOVE "N" TO bankAuditEOF
    OPEN INPUT bankAuditFile
    IF bankAuditStatus = "00"
        PERFORM ReadBankAuditRecord
        PERFORM NoteOneBankChange UNTIL bankAuditEOF = "Y"
        CLOSE bankAuditFile
    END-IF
    MOVE "N" TO cashReceiptsEOF
    OPEN INPUT cashReceiptsFile
    IF cashReceiptsStatus = "00"
        PERFORM ReadCashReceiptRecord
        PERFORM NoteOneCashReceipt UNTIL cashReceiptsEOF = "Y"
        CLOSE cashReceiptsFile
    END-IF.
ReadTransactionRecord.
    READ transactionLogFile
        AT END MOVE "Y" TO tranLogEOF
    END-READ.
NoteOneTransaction.
    IF tlTimestamp (1:6) = reviewMonth
        AND tlRunStatus = "OK"
        MOVE tlOperatorId TO newOperatorId
        MOVE tlProgramId TO newProgram
        MOVE tlInputValues TO newKey
        MOVE tlTimestamp (1:8) TO newDate
        PERFORM AddActivityEvent
    END-IF
    PERFORM ReadTransactionRecord.
ReadCtlAuditRecord.
    READ ctlAuditFile
        AT END MOVE "Y" TO ctlAuditEOF
    END-READ.
NoteOneCtlDecision.
    IF ctlAuditRecord (1:6) = reviewMonth
        AND ctlAuditRecord (82:13) = " PROPOSED BY "
        MOVE SPACES TO newKey
        STRING ctlAuditRecord (46:12) DELIMITED BY SIZE
            ctlAuditRecord (59:23) DELIMITED BY SIZE
            INTO newKey
        END-STRING
        MOVE ctlAuditRecord (1:8) TO newDate
        MOVE ctlAuditRecord (28:8) TO newOperatorId
        MOVE "CHANGE-APPROVAL" TO newProgram
        PERFORM AddActivityEvent
        MOVE ctlAuditRecord (95:8) TO newOperatorId
        MOVE "CHANGE-PROPOSAL" TO newProgram
        PERFORM AddActivityEvent
    END-IF
    PERFORM ReadCtlAuditRecord.
ReadCustomerAuditRecord.
    READ customerAuditFile
        AT END MOVE "Y" TO customerAuditEOF
    END-READ.
NoteOneCustomerChange.
    IF caTimestamp (1:6) = reviewMonth
        AND caTransactionType (4:1) NOT = "-"
        MOVE caOperatorId TO newOperatorId
        IF caTransactionType = "MERGE"
            MOVE "CUSTOMER-MERGE" TO newProgram
        ELSE
            MOVE "CUSTOMER-MASTER-MAINTENANCE" TO newProgram
        END-IF
        MOVE SPACES TO newKey
        IF caBeforeImage (1:6) NOT = SPACES
            MOVE caBeforeImage (1:6) TO newKey
        ELSE
            MOVE ZERO TO auditLeadingSpaces
            INSPECT customerAuditRecord (41:302) TALLYING
                auditLeadingSpaces FOR LEADING SPACES
            IF auditLeadingSpaces < 302
                MOVE customerAuditRecord (41 + auditLeadingSpaces:6)
                    TO newKey
            END-IF
        END-IF
        MOVE caTimestamp (1:8) TO newDate
        PERFORM AddActivityEvent
    END-IF
    PERFORM ReadCustomerAuditRecord.
ReadBankAuditRecord.
    READ bankAuditFile
        AT END MOVE "Y" TO bankAuditEOF
    END-READ.
NoteOneBankChange.
    IF baTimestamp (1:6) = reviewMonth
        MOVE baOperatorId TO newOperatorId
        MOVE "BANK-ACCOUNT-MAINTENANCE" TO newProgram
        MOVE SPACES TO newKey
        IF baAfterImage (1:6) NOT = SPACES
            MOVE baAfterImage (1:6) TO newKey
        ELSE
            MOVE baBeforeImage (1:6) TO newKey
        END-IF
        MOVE baTimestamp (1:8) TO newDate
        PERFORM AddActivityEvent
    END-IF
    PERFORM ReadBankAuditRecord.
ReadCashReceiptRecord.
    READ cashReceiptsFile
        AT END MOVE "Y" TO cashReceiptsEOF
    END-READ.
NoteOneCashReceipt.
    IF crReceiptDate (1:6) = reviewMonth
        MOVE crOperatorId TO newOperatorId
        MOVE "CASH-RECEIPTS-POSTING" TO newProgram
        MOVE SPACES TO newKey
        MOVE crCustomerId TO newKey
        MOVE crReceiptDate TO newDate
        PERFORM AddActivityEvent
    END-IF
    PERFORM ReadCashReceiptRecord.
AddActivityEvent.
    IF newOperatorId NOT = SPACES AND newKey NOT = SPACES
        IF eventCount < 2000
            ADD 1 TO eventCount
            MOVE newOperatorId TO evOperatorId (eventCount)
            MOVE newProgram TO evProgram (eventCount)
            MOVE newKey TO evKey (eventCount)
            IF newDate IS NUMERIC
                MOVE newDate TO evDate (eventCount)
            ELSE
                MOVE ZERO TO evDate (eventCount)
            END-IF
        ELSE
            MOVE "Y" TO eventOverflow
        END-IF
    END-IF.
WritePolicySection.
    MOVE "-- OPERATORS CLEARED FOR BOTH SIDES OF A CONFLICTING PAIR"
        TO sodSectionLine
    WRITE sodReportRecord FROM sodSectionLine
    IF authMatrixDeployed = "N"
        WRITE sodReportRecord FROM matrixMissingLine
    END-IF
    PERFORM CheckOneRulePolicy
        VARYING ruleIndex FROM 1 BY 1
        UNTIL ruleIndex > ruleCount
    IF policyConflictCount = ZERO
        WRITE sodReportRecord FROM sodCleanLine
    ELSE
        WRITE sodReportRecord FROM ungatedNoteLine
    END-IF.
CheckOneRulePolicy.
    MOVE "N" TO sideAUngated
    MOVE "N" TO sideBUngated
    MOVE "Y" TO ruleCodesValid
    IF ruSideAAuthCode (ruleIndex) = SPACES
        MOVE "Y" TO sideAUngated
    END-IF
    IF ruSideBAuthCode (ruleIndex) = SPACES
        MOVE "Y" TO sideBUngated
    END-IF
    MOVE ruSideAAuthCode (ruleIndex) TO checkAuthCode
    PERFORM ValidateAuthCode
    MOVE ruSideBAuthCode (ruleIndex) TO checkAuthCode
    PERFORM ValidateAuthCode
    IF ruleCodesValid = "N"
        ADD 1 TO invalidRuleCount
        MOVE ruRuleId (ruleIndex) TO irlRuleId
        WRITE sodReportRecord FROM invalidRuleLine
    ELSE
        PERFORM CheckOneOperatorPolicy
            VARYING authIndex FROM 1 BY 1
            UNTIL authIndex > authCount
    END-IF.
ValidateAuthCode.
    IF checkAuthCode NOT = SPACES
        AND checkAuthCode NOT = "PC"
        AND checkAuthCode NOT = "AP"
        IF checkAuthCode IS NUMERIC
            MOVE checkAuthCode TO checkAuthNumber
            IF checkAuthNumber < 1 OR checkAuthNumber > 31
                MOVE "N" TO ruleCodesValid
            END-IF
        ELSE
            MOVE "N" TO ruleCodesValid
        END-IF
    END-IF.
CheckOneOperatorPolicy.
    MOVE ruSideAAuthCode (ruleIndex) TO checkAuthCode
    PERFORM TestAuthGranted
    MOVE sideGranted TO sideAGranted
    MOVE ruSideBAuthCode (ruleIndex) TO checkAuthCode
    PERFORM TestAuthGranted
    MOVE sideGranted TO sideBGranted
    IF sideAGranted = "Y" AND sideBGranted = "Y"
        ADD 1 TO policyConflictCount
        MOVE ruRuleId (ruleIndex) TO pclRuleId
        MOVE auOperatorId (authIndex) TO pclOperatorId
        MOVE ruSideAAuthCode (ruleIndex) TO pclSideAAuthCode
        MOVE ruSideAProgram (ruleIndex) TO pclSideAProgram
        MOVE ruSideBAuthCode (ruleIndex) TO pclSideBAuthCode
        MOVE ruSideBProgram (ruleIndex) TO pclSideBProgram
        MOVE ruDescription (ruleIndex) TO pclDescription
        MOVE SPACE TO pclSideAUngated
        MOVE SPACE TO pclSideBUngated
        IF sideAUngated = "Y"
            MOVE "--" TO pclSideAAuthCode
            MOVE "*" TO pclSideAUngated
        END-IF
        IF sideBUngated = "Y"
            MOVE "--" TO pclSideBAuthCode
            MOVE "*" TO pclSideBUngated
        END-IF
        WRITE sodReportRecord FROM policyConflictLine
    END-IF.
TestAuthGranted.
    MOVE "N" TO sideGranted
    EVALUATE TRUE
        WHEN checkAuthCode = SPACES
            MOVE "Y" TO sideGranted
        WHEN checkAuthCode = "PC"
            IF auPeriodCloseFlag (authIndex) = "Y"
                MOVE "Y" TO sideGranted
            END-IF
        WHEN checkAuthCode = "AP"
            IF auApproverFlag (authIndex) = "Y"
                MOVE "Y" TO sideGranted
            END-IF
        WHEN OTHER
            MOVE checkAuthCode TO checkAuthNumber
            IF auUtilityFlag (authIndex, checkAuthNumber) = "Y"
                MOVE "Y" TO sideGranted
            END-IF
    END-EVALUATE.
WriteEvidenceSection.
    MOVE SPACES TO sodSectionLine
    STRING "-- SAME OPERATOR DID BOTH HALVES ON THE SAME RECORD IN "
        DELIMITED BY SIZE
        smlReviewMonth DELIMITED BY SIZE
        INTO sodSectionLine
    END-STRING
    WRITE sodReportRecord FROM sodSectionLine
    IF eventOverflow = "Y"
        WRITE sodReportRecord FROM eventOverflowLine
    END-IF
    PERFORM CheckOneRuleEvidence
        VARYING ruleIndex FROM 1 BY 1
        UNTIL ruleIndex > ruleCount
    IF evidenceCount = ZERO
        WRITE sodReportRecord FROM sodCleanLine
    END-IF.
CheckOneRuleEvidence.
    PERFORM CheckOneSideAEvent
        VARYING eventIndex FROM 1 BY 1
        UNTIL eventIndex > eventCount.
CheckOneSideAEvent.
    IF evProgram (eventIndex) = ruSideAProgram (ruleIndex)
        PERFORM MatchOneSideBEvent
            VARYING pairIndex FROM 1 BY 1
            UNTIL pairIndex > eventCount
    END-IF.
MatchOneSideBEvent.
    IF evProgram (pairIndex) = ruSideBProgram (ruleIndex)
        AND evOperatorId (pairIndex) = evOperatorId (eventIndex)
        AND evKey (pairIndex) = evKey (eventIndex)
        AND pairIndex NOT = eventIndex
        MOVE "N" TO findingAlreadyListed
        PERFORM MatchOneFinding
            VARYING findingIndex FROM 1 BY 1
            UNTIL findingIndex > findingCount
                OR findingAlreadyListed = "Y"
        IF findingAlreadyListed = "N"
            PERFORM WriteOneEvidenceLine
        END-IF
    END-IF.
MatchOneFinding.
    IF fdRuleId (findingIndex) = ruRuleId (ruleIndex)
        AND fdOperatorId (findingIndex) = evOperatorId (eventIndex)
        AND fdKey (findingIndex) = evKey (eventIndex)
        MOVE "Y" TO findingAlreadyListed
    END-IF.
WriteOneEvidenceLine.
    ADD 1 TO evidenceCount
    IF findingCount < 300
        ADD 1 TO findingCount
        MOVE ruRuleId (ruleIndex) TO fdRuleId (findingCount)
        MOVE evOperatorId (eventIndex) TO fdOperatorId (findingCount)
        MOVE evKey (eventIndex) TO fdKey (findingCount)
    END-IF
    MOVE ruRuleId (ruleIndex) TO elRuleId
    MOVE evOperatorId (eventIndex) TO elOperatorId
    MOVE evKey (eventIndex) TO elKey
    MOVE evDate (eventIndex) TO elSideADate
    MOVE evDate (pairIndex) TO elSideBDate
    MOVE ruDescription (ruleIndex) TO elDescription
    WRITE sodReportRecord FROM evidenceLine.
