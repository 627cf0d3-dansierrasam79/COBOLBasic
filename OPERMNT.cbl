*> Maintenance utility for the operator security files, modeled on
*> the roster maintenance in DISPLAY-PERSONAL-INFO. SUITE-MENU signs
*> operators on against OPERCRED.DAT and gates every choice through
*> the 31 utility flags, the period-close byte and the approver byte
*> on OPERAUTH.DAT, but both files were kept by hand-editing fixed
*> columns - and one misplaced Y gave a new starter period-close
*> rights. Only a supervisor (an operator with the approver flag on
*> OPERAUTH.DAT; while the matrix file has not been deployed the
*> program stays open so the first rows can be set up) may run it.
*> It (L)ists every operator with lock state and privileges, (S)hows
*> one operator's authorization checklist, (A)dds an operator with a
*> temporary password, (R)esets a locked credential with a new
*> temporary password, sets the authorization (M)atrix, or re(T)ires
*> a leaver. The matrix is set through a labelled checklist of the
*> utility names, one Y/N answer per utility, and granting
*> period-close or approver rights must be confirmed separately. A
*> temporary password is marked expired, so SUITE-MENU makes the
*> operator choose a new one at the next sign-on. A leaver is not
*> deleted: the credential is locked as retired and every
*> authorization flag set to N, so the ID cannot be re-issued and
*> the audit trail still resolves. A supervisor cannot reset, change
*> or retire their own row once the matrix is deployed. Every change
*> writes an audit record (supervisor, timestamp, transaction type,
*> full before and after images of the credential and authorization
*> rows) to OPERAUDT.DAT the way ROSTAUDT.DAT records roster changes;
*> passwords are masked in the images.
*> Positions 17 and 18, which no menu entry uses, now clear an
*> operator to queue the open-quote repricing run and the receivables
*> aging run through BATCH-REQUEST-QUEUE, and appear on the checklist.
IDENTIFICATION DIVISION.
PROGRAM-ID. OPERATOR-SECURITY-MAINT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT operatorCredFile ASSIGN TO "OPERCRED.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS operatorCredStatus.
    SELECT operAuthFile ASSIGN TO "OPERAUTH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS operAuthStatus.
    SELECT operatorAuditFile ASSIGN TO "OPERAUDT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS operatorAuditStatus.
DATA DIVISION.
FILE SECTION.
FD  operatorCredFile.
COPY "OPERCRED.cpy".
FD  operAuthFile.
01 operAuthRecord.
    05 oaOperatorId PIC X(08).
    05 oaAuthFlags PIC X(33).
FD  operatorAuditFile.
01 operatorAuditRecord.
    05 ouOperatorId PIC X(08).
    05 ouTimestamp PIC X(26).
    05 ouTransactionType PIC X(06).
    05 ouBeforeImage PIC X(60).
    05 ouAfterImage PIC X(60).
WORKING-STORAGE SECTION.
    01 operatorCredStatus PIC X(2) VALUE "00".
    01 operAuthStatus PIC X(2) VALUE "00".
    01 operatorAuditStatus PIC X(2) VALUE "00".
    01 credEOF PIC X(1) VALUE "N".
    01 operAuthEOF PIC X(1) VALUE "N".
    01 credTable.
        05 credEntry OCCURS 50 TIMES.
            10 ctOperatorId PIC X(08).
            10 ctPassword PIC X(08).
            10 ctLockedFlag PIC X(1).
            10 ctFailCount PIC 9(1).
            10 ctPasswordExpired PIC X(1).
    01 credCount PIC 99 VALUE ZERO.
    01 credIndex PIC 99.
    01 credFound PIC 99 VALUE ZERO.
    01 authTable.
        05 authEntry OCCURS 50 TIMES.
            10 atOperatorId PIC X(08).
            10 atAuthFlags PIC X(33).
    01 authCount PIC 99 VALUE ZERO.
    01 authIndex PIC 99.
    01 authFound PIC 99 VALUE ZERO.
    01 fileOverflow PIC X(1) VALUE "N".
    01 authMatrixDeployed PIC X(1) VALUE "N".
    01 operatorAuthorized PIC X(1) VALUE "N".
    01 workAuthRow.
        05 waOperatorId PIC X(08).
        05 waAuthFlags.
            10 waUtilityFlag PIC X(1) OCCURS 31 TIMES.
            10 waPeriodCloseFlag PIC X(1).
            10 waApproverFlag PIC X(1).
    01 heldAuthFlags PIC X(33).
    01 utilityLabelValues.
        05 FILLER PIC X(32) VALUE "Add two numbers".
        05 FILLER PIC X(32) VALUE "Divide two numbers".
        05 FILLER PIC X(32) VALUE "Compute an expression".
        05 FILLER PIC X(32) VALUE "Multiply two numbers".
        05 FILLER PIC X(32) VALUE "Basic calculator".
        05 FILLER PIC X(32) VALUE "Multiplication tables".
        05 FILLER PIC X(32) VALUE "Name badge generator".
        05 FILLER PIC X(32) VALUE "BODMAS expression".
        05 FILLER PIC X(32) VALUE "Compute formula (pi)".
        05 FILLER PIC X(32) VALUE "Circle area/perimeter".
        05 FILLER PIC X(32) VALUE "Average of three".
        05 FILLER PIC X(32) VALUE "Rectangle area/perimeter".
        05 FILLER PIC X(32) VALUE "Difference from 17".
        05 FILLER PIC X(32) VALUE "Within 1000 or 2000".
        05 FILLER PIC X(32) VALUE "Sum of three numbers".
        05 FILLER PIC X(32) VALUE "Triangle area".
        05 FILLER PIC X(32) VALUE "Queue quote repricing run".
        05 FILLER PIC X(32) VALUE "Queue receivables aging run".
        05 FILLER PIC X(32) VALUE "Sum of three, zero if any equal".
        05 FILLER PIC X(32) VALUE "Sum of two, banded 15-20".
        05 FILLER PIC X(32) VALUE "Equal/sum/diff-five checker".
        05 FILLER PIC X(32) VALUE "Display personal details".
        05 FILLER PIC X(32) VALUE "Solve an equation".
        05 FILLER PIC X(32) VALUE "Future value".
        05 FILLER PIC X(32) VALUE "Cartesian distance".
        05 FILLER PIC X(32) VALUE "Sum of N positive integers".
        05 FILLER PIC X(32) VALUE "Feet/inches to centimeters".
        05 FILLER PIC X(32) VALUE "Triangle hypotenuse".
        05 FILLER PIC X(32) VALUE "Distance feet/miles".
        05 FILLER PIC X(32) VALUE "Convert to seconds".
        05 FILLER PIC X(32) VALUE "Unit conversion menu".
    01 utilityLabelTable REDEFINES utilityLabelValues.
        05 utilityLabel PIC X(32) OCCURS 31 TIMES.
    01 utilityIndex PIC 99.
    01 checklistLine.
        05 clUtilityNumber PIC X(2).
        05 FILLER PIC X(1) VALUE SPACE.
        05 clUtilityLabel PIC X(32).
        05 FILLER PIC X(2) VALUE " [".
        05 clFlag PIC X(1).
        05 FILLER PIC X(1) VALUE "]".
    01 currentFlagValue PIC X(1).
    01 keyedFlag PIC X(1).
    01 privilegeConfirm PIC X(1).
    01 grantedCount PIC 99.
    01 operatorListLine.
        05 FILLER PIC X(5) VALUE "OPER=".
        05 ollOperatorId PIC X(08).
        05 FILLER PIC X(8) VALUE " STATUS=".
        05 ollStatus PIC X(7).
        05 FILLER PIC X(7) VALUE " FAILS=".
        05 ollFailCount PIC 9.
        05 FILLER PIC X(9) VALUE " EXPIRED=".
        05 ollPasswordExpired PIC X(1).
        05 FILLER PIC X(7) VALUE " UTILS=".
        05 ollGrantedCount PIC Z9.
        05 FILLER PIC X(7) VALUE " CLOSE=".
        05 ollPeriodCloseFlag PIC X(1).
        05 FILLER PIC X(9) VALUE " APPROVE=".
        05 ollApproverFlag PIC X(1).
    01 auditImage.
        05 aiOperatorId PIC X(08).
        05 aiPassword PIC X(08).
        05 aiLockedFlag PIC X(1).
        05 aiFailCount PIC 9(1).
        05 aiPasswordExpired PIC X(1).
        05 aiAuthRow PIC X(41).
    01 auditBeforeImage PIC X(60).
    01 auditAfterImage PIC X(60).
    01 auditTransactionType PIC X(06).
    01 chosenOperatorId PIC X(08).
    01 temporaryPassword PIC X(08).
    01 confirmPassword PIC X(08).
    01 passwordValid PIC X(1).
    01 retireConfirm PIC X(1).
    01 maintenanceChoice PIC X(1).
    01 keepGoing PIC X(1) VALUE "Y".
    01 changeCount PIC 9(03) VALUE ZERO.
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27)
        VALUE "OPERATOR-SECURITY-MAINT".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "OPERATOR-SECURITY-MAINT", operatorId
    PERFORM LoadCredentialFile
    PERFORM LoadAuthorizationFile
    PERFORM CheckSupervisorAuthorization
    IF operatorAuthorized = "N"
        DISPLAY "You are not authorized to maintain operator security."
        MOVE "REJECTED" TO logRunStatus
        MOVE operatorId TO tlInputs
        MOVE "NOT AUTHORIZED" TO tlResultOut
    ELSE
        IF fileOverflow = "Y"
            DISPLAY "OPERCRED.DAT OR OPERAUTH.DAT HAS MORE THAN 50 "
                "ROWS - CHANGES REFUSED - ROWS PAST 50 WOULD HAVE "
                "BEEN LOST"
            MOVE "REJECTED" TO logRunStatus
        ELSE
            PERFORM MaintenanceLoop UNTIL keepGoing NOT = "Y"
            IF changeCount > ZERO
                PERFORM RewriteCredentialFile
                PERFORM RewriteAuthorizationFile
            END-IF
        END-IF
        MOVE "OPERATOR SECURITY MAINT" TO tlInputs
        MOVE SPACES TO tlResultOut
        STRING "CHANGES=" DELIMITED BY SIZE
            changeCount DELIMITED BY SIZE
            INTO tlResultOut
        END-STRING
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
LoadCredentialFile.
    MOVE ZERO TO credCount
    MOVE "N" TO credEOF
    OPEN INPUT operatorCredFile
    IF operatorCredStatus = "00"
        PERFORM ReadCredentialRecord
        PERFORM AddCredentialEntry
            UNTIL credEOF = "Y" OR credCount = 50
        IF credEOF NOT = "Y"
            MOVE "Y" TO fileOverflow
        END-IF
        CLOSE operatorCredFile
    END-IF.
ReadCredentialRecord.
    READ operatorCredFile
        AT END MOVE "Y" TO credEOF
    END-READ.
AddCredentialEntry.
    ADD 1 TO credCount
    MOVE ocOperatorId TO ctOperatorId (credCount)
    MOVE ocPassword TO ctPassword (credCount)
    MOVE ocLockedFlag TO ctLockedFlag (credCount)
    IF ocFailCount IS NUMERIC
        MOVE ocFailCount TO ctFailCount (credCount)
    ELSE
        MOVE ZERO TO ctFailCount (credCount)
    END-IF
    MOVE ocPasswordExpired TO ctPasswordExpired (credCount)
    PERFORM ReadCredentialRecord.
LoadAuthorizationFile.
    MOVE ZERO TO authCount
    MOVE "N" TO authMatrixDeployed
    MOVE "N" TO operAuthEOF
    OPEN INPUT operAuthFile
    IF operAuthStatus = "00"
        MOVE "Y" TO authMatrixDeployed
        PERFORM ReadOperAuthRecord
        PERFORM AddAuthorizationEntry
            UNTIL operAuthEOF = "Y" OR authCount = 50
        IF operAuthEOF NOT = "Y"
            MOVE "Y" TO fileOverflow
        END-IF
        CLOSE operAuthFile
    END-IF.
ReadOperAuthRecord.
    READ operAuthFile
        AT END MOVE "Y" TO operAuthEOF
    END-READ.
AddAuthorizationEntry.
    ADD 1 TO authCount
    MOVE oaOperatorId TO atOperatorId (authCount)
    MOVE oaAuthFlags TO atAuthFlags (authCount)
    PERFORM ReadOperAuthRecord.
CheckSupervisorAuthorization.
    MOVE "N" TO operatorAuthorized
    IF authMatrixDeployed = "N"
        MOVE "Y" TO operatorAuthorized
    ELSE
        MOVE operatorId TO chosenOperatorId
        PERFORM FindAuthorizationEntry
        IF authFound > ZERO
            MOVE atAuthFlags (authFound) TO waAuthFlags
            IF waApproverFlag = "Y"
                MOVE "Y" TO operatorAuthorized
            END-IF
        END-IF
    END-IF.
MaintenanceLoop.
    DISPLAY "(L)ist operators, (S)how checklist, (A)dd operator, "
        "(R)eset credential, (M)atrix, re(T)ire or (Q)uit: "
    ACCEPT maintenanceChoice
    EVALUATE maintenanceChoice
        WHEN "L" WHEN "l" PERFORM ListOperators
        WHEN "S" WHEN "s" PERFORM ShowOperatorChecklist
        WHEN "A" WHEN "a" PERFORM AddOperator
        WHEN "R" WHEN "r" PERFORM ResetCredential
        WHEN "M" WHEN "m" PERFORM SetAuthorizationMatrix
        WHEN "T" WHEN "t" PERFORM RetireOperator
        WHEN "Q" WHEN "q" MOVE "N" TO keepGoing
        WHEN OTHER DISPLAY "Invalid selection."
    END-EVALUATE.
FindCredentialEntry.
    MOVE ZERO TO credFound
    PERFORM MatchOneCredentialEntry
        VARYING credIndex FROM 1 BY 1
        UNTIL credIndex > credCount OR credFound > ZERO.
MatchOneCredentialEntry.
    IF ctOperatorId (credIndex) = chosenOperatorId
        MOVE credIndex TO credFound
    END-IF.
FindAuthorizationEntry.
    MOVE ZERO TO authFound
    PERFORM MatchOneAuthorizationEntry
        VARYING authIndex FROM 1 BY 1
        UNTIL authIndex > authCount OR authFound > ZERO.
MatchOneAuthorizationEntry.
    IF atOperatorId (authIndex) = chosenOperatorId
        MOVE authIndex TO authFound
    END-IF.
AcceptChosenOperator.
    DISPLAY "Enter operator ID to maintain: "
    ACCEPT chosenOperatorId
    PERFORM FindCredentialEntry
    PERFORM FindAuthorizationEntry.
ListOperators.
    IF credCount = ZERO
        DISPLAY "No operators on OPERCRED.DAT."
    END-IF
    PERFORM ListOneOperator
        VARYING credIndex FROM 1 BY 1
        UNTIL credIndex > credCount.
ListOneOperator.
    MOVE ctOperatorId (credIndex) TO ollOperatorId
    EVALUATE ctLockedFlag (credIndex)
        WHEN "Y" MOVE "LOCKED" TO ollStatus
        WHEN "R" MOVE "RETIRED" TO ollStatus
        WHEN OTHER MOVE "ACTIVE" TO ollStatus
    END-EVALUATE
    MOVE ctFailCount (credIndex) TO ollFailCount
    IF ctPasswordExpired (credIndex) = "Y"
        MOVE "Y" TO ollPasswordExpired
    ELSE
        MOVE "N" TO ollPasswordExpired
    END-IF
    MOVE ctOperatorId (credIndex) TO chosenOperatorId
    PERFORM FindAuthorizationEntry
    IF authFound > ZERO
        MOVE atAuthFlags (authFound) TO waAuthFlags
        PERFORM CountGrantedUtilities
        MOVE grantedCount TO ollGrantedCount
        MOVE waPeriodCloseFlag TO ollPeriodCloseFlag
        MOVE waApproverFlag TO ollApproverFlag
    ELSE
        MOVE ZERO TO ollGrantedCount
        MOVE "-" TO ollPeriodCloseFlag
        MOVE "-" TO ollApproverFlag
    END-IF
    DISPLAY operatorListLine.
CountGrantedUtilities.
    MOVE ZERO TO grantedCount
    PERFORM CountOneGrantedUtility
        VARYING utilityIndex FROM 1 BY 1
        UNTIL utilityIndex > 31.
CountOneGrantedUtility.
    IF waUtilityFlag (utilityIndex) = "Y"
        ADD 1 TO grantedCount
    END-IF.
ShowOperatorChecklist.
    PERFORM AcceptChosenOperator
    IF authFound = ZERO
        DISPLAY "No authorization row for " chosenOperatorId
            " - cleared for nothing."
    ELSE
        MOVE atAuthFlags (authFound) TO waAuthFlags
        PERFORM ShowOneUtilityFlag
            VARYING utilityIndex FROM 1 BY 1
            UNTIL utilityIndex > 31
        MOVE "--" TO clUtilityNumber
        MOVE "Period-close rights" TO clUtilityLabel
        MOVE waPeriodCloseFlag TO clFlag
        DISPLAY checklistLine
        MOVE "Approver (supervisor) rights" TO clUtilityLabel
        MOVE waApproverFlag TO clFlag
        DISPLAY checklistLine
    END-IF.
ShowOneUtilityFlag.
    IF utilityLabel (utilityIndex) NOT = SPACES
        MOVE utilityIndex TO clUtilityNumber
        MOVE utilityLabel (utilityIndex) TO clUtilityLabel
        MOVE waUtilityFlag (utilityIndex) TO clFlag
        DISPLAY checklistLine
    END-IF.
AddOperator.
    PERFORM AcceptChosenOperator
    IF chosenOperatorId = SPACES
        DISPLAY "Operator ID cannot be blank."
    ELSE
    IF credFound > ZERO
        DISPLAY "Operator " chosenOperatorId " is already on file."
    ELSE
    IF credCount = 50
        DISPLAY "OPERCRED.DAT is full (50 operators)."
    ELSE
    IF authFound = ZERO AND authCount = 50
        DISPLAY "OPERAUTH.DAT is full (50 operators)."
    ELSE
        PERFORM AcceptTemporaryPassword
        IF passwordValid = "Y"
            PERFORM BuildAuditImage
            MOVE auditImage TO auditBeforeImage
            ADD 1 TO credCount
            MOVE credCount TO credFound
            MOVE chosenOperatorId TO ctOperatorId (credFound)
            MOVE temporaryPassword TO ctPassword (credFound)
            MOVE SPACE TO ctLockedFlag (credFound)
            MOVE ZERO TO ctFailCount (credFound)
            MOVE "Y" TO ctPasswordExpired (credFound)
            MOVE ALL "N" TO waAuthFlags
            PERFORM RunAuthorizationChecklist
            PERFORM StoreWorkAuthRow
            PERFORM BuildAuditImage
            MOVE auditImage TO auditAfterImage
            MOVE "ADD" TO auditTransactionType
            PERFORM WriteOperatorAuditRecord
            ADD 1 TO changeCount
            DISPLAY "Operator " chosenOperatorId " added - the "
                "password must be changed at first sign-on."
        END-IF
    END-IF
    END-IF
    END-IF
    END-IF.
ResetCredential.
    PERFORM AcceptChosenOperator
    IF credFound = ZERO
        DISPLAY "Operator " chosenOperatorId " is not on file."
    ELSE
    IF ctLockedFlag (credFound) = "R"
        DISPLAY "Operator " chosenOperatorId " is retired - "
            "a retired ID is not re-issued."
    ELSE
    IF chosenOperatorId = operatorId AND authMatrixDeployed = "Y"
        DISPLAY "A supervisor cannot reset their own credential."
    ELSE
        PERFORM AcceptTemporaryPassword
        IF passwordValid = "Y"
            PERFORM BuildAuditImage
            MOVE auditImage TO auditBeforeImage
            MOVE temporaryPassword TO ctPassword (credFound)
            MOVE SPACE TO ctLockedFlag (credFound)
            MOVE ZERO TO ctFailCount (credFound)
            MOVE "Y" TO ctPasswordExpired (credFound)
            PERFORM BuildAuditImage
            MOVE auditImage TO auditAfterImage
            MOVE "RESET" TO auditTransactionType
            PERFORM WriteOperatorAuditRecord
            ADD 1 TO changeCount
            DISPLAY "Credential reset - " chosenOperatorId
                " must choose a new password at next sign-on."
        END-IF
    END-IF
    END-IF
    END-IF.
SetAuthorizationMatrix.
    PERFORM AcceptChosenOperator
    IF credFound = ZERO
        DISPLAY "Operator " chosenOperatorId " is not on file."
    ELSE
    IF ctLockedFlag (credFound) = "R"
        DISPLAY "Operator " chosenOperatorId " is retired."
    ELSE
    IF chosenOperatorId = operatorId AND authMatrixDeployed = "Y"
        DISPLAY "A supervisor cannot change their own authorizations."
    ELSE
    IF authFound = ZERO AND authCount = 50
        DISPLAY "OPERAUTH.DAT is full (50 operators)."
    ELSE
        PERFORM BuildAuditImage
        MOVE auditImage TO auditBeforeImage
        IF authFound > ZERO
            MOVE atAuthFlags (authFound) TO waAuthFlags
        ELSE
            MOVE ALL "N" TO waAuthFlags
        END-IF
        MOVE waAuthFlags TO heldAuthFlags
        PERFORM RunAuthorizationChecklist
        IF waAuthFlags = heldAuthFlags AND authFound > ZERO
            DISPLAY "No change to the authorization row."
        ELSE
            PERFORM StoreWorkAuthRow
            PERFORM BuildAuditImage
            MOVE auditImage TO auditAfterImage
            MOVE "MATRIX" TO auditTransactionType
            PERFORM WriteOperatorAuditRecord
            ADD 1 TO changeCount
            DISPLAY "Authorization row for " chosenOperatorId
                " updated."
        END-IF
    END-IF
    END-IF
    END-IF
    END-IF.
RetireOperator.
    PERFORM AcceptChosenOperator
    IF credFound = ZERO
        DISPLAY "Operator " chosenOperatorId " is not on file."
    ELSE
    IF ctLockedFlag (credFound) = "R"
        DISPLAY "Operator " chosenOperatorId " is already retired."
    ELSE
    IF chosenOperatorId = operatorId
        DISPLAY "A supervisor cannot retire their own operator ID."
    ELSE
        DISPLAY "Retire " chosenOperatorId " - sign-on will be "
            "refused and every authorization removed. Proceed? (Y/N): "
        ACCEPT retireConfirm
        IF retireConfirm = "Y" OR retireConfirm = "y"
            PERFORM BuildAuditImage
            MOVE auditImage TO auditBeforeImage
            MOVE "R" TO ctLockedFlag (credFound)
            MOVE ZERO TO ctFailCount (credFound)
            MOVE "N" TO ctPasswordExpired (credFound)
            IF authFound > ZERO
                MOVE ALL "N" TO atAuthFlags (authFound)
            END-IF
            PERFORM BuildAuditImage
            MOVE auditImage TO auditAfterImage
            MOVE "RETIRE" TO auditTransactionType
            PERFORM WriteOperatorAuditRecord
            ADD 1 TO changeCount
            DISPLAY "Operator " chosenOperatorId " retired."
        ELSE
            DISPLAY "Retirement cancelled."
        END-IF
    END-IF
    END-IF
    END-IF.
AcceptTemporaryPassword.
    MOVE "N" TO passwordValid
    DISPLAY "Enter temporary password: "
    ACCEPT temporaryPassword
    DISPLAY "Re-key temporary password: "
    ACCEPT confirmPassword
    EVALUATE TRUE
        WHEN temporaryPassword = SPACES
            DISPLAY "Password cannot be blank - nothing changed."
        WHEN temporaryPassword NOT = confirmPassword
            DISPLAY "The two entries differ - nothing changed."
        WHEN OTHER
            MOVE "Y" TO passwordValid
    END-EVALUATE.
RunAuthorizationChecklist.
    DISPLAY "Authorizations for " chosenOperatorId
        " - Y grants, N removes, blank keeps the setting shown."
    PERFORM AskOneUtilityFlag
        VARYING utilityIndex FROM 1 BY 1
        UNTIL utilityIndex > 31
    MOVE "--" TO clUtilityNumber
    MOVE "Period-close rights" TO clUtilityLabel
    MOVE waPeriodCloseFlag TO currentFlagValue
    PERFORM AskPrivilegedFlag
    MOVE currentFlagValue TO waPeriodCloseFlag
    MOVE "Approver (supervisor) rights" TO clUtilityLabel
    MOVE waApproverFlag TO currentFlagValue
    PERFORM AskPrivilegedFlag
    MOVE currentFlagValue TO waApproverFlag
    PERFORM CountGrantedUtilities
    DISPLAY chosenOperatorId " cleared for " grantedCount
        " utilities, period close " waPeriodCloseFlag
        ", approver " waApproverFlag ".".
AskOneUtilityFlag.
    IF utilityLabel (utilityIndex) = SPACES
        MOVE "N" TO waUtilityFlag (utilityIndex)
    ELSE
        MOVE utilityIndex TO clUtilityNumber
        MOVE utilityLabel (utilityIndex) TO clUtilityLabel
        MOVE waUtilityFlag (utilityIndex) TO currentFlagValue
        PERFORM AskOneFlag
        MOVE currentFlagValue TO waUtilityFlag (utilityIndex)
    END-IF.
AskOneFlag.
    IF currentFlagValue NOT = "Y"
        MOVE "N" TO currentFlagValue
    END-IF
    MOVE currentFlagValue TO clFlag
    DISPLAY checklistLine " Y/N: "
    ACCEPT keyedFlag
    EVALUATE keyedFlag
        WHEN "Y" WHEN "y" MOVE "Y" TO currentFlagValue
        WHEN "N" WHEN "n" MOVE "N" TO currentFlagValue
        WHEN SPACE CONTINUE
        WHEN OTHER DISPLAY "Not Y or N - setting kept."
    END-EVALUATE.
AskPrivilegedFlag.
    PERFORM AskOneFlag
    IF currentFlagValue = "Y" AND clFlag NOT = "Y"
        DISPLAY "CONFIRM granting " clUtilityLabel
            " to " chosenOperatorId " (Y/N): "
        ACCEPT privilegeConfirm
        IF privilegeConfirm NOT = "Y" AND privilegeConfirm NOT = "y"
            MOVE "N" TO currentFlagValue
            DISPLAY "Not granted."
        END-IF
    END-IF.
StoreWorkAuthRow.
    IF authFound = ZERO
        ADD 1 TO authCount
        MOVE authCount TO authFound
        MOVE chosenOperatorId TO atOperatorId (authFound)
    END-IF
    MOVE waAuthFlags TO atAuthFlags (authFound).
BuildAuditImage.
    MOVE SPACES TO auditImage
    IF credFound > ZERO
        MOVE ctOperatorId (credFound) TO aiOperatorId
        IF ctPassword (credFound) NOT = SPACES
            MOVE "********" TO aiPassword
        END-IF
        MOVE ctLockedFlag (credFound) TO aiLockedFlag
        MOVE ctFailCount (credFound) TO aiFailCount
        MOVE ctPasswordExpired (credFound) TO aiPasswordExpired
    END-IF
    IF authFound > ZERO
        MOVE atOperatorId (authFound) TO aiAuthRow (1:8)
        MOVE atAuthFlags (authFound) TO aiAuthRow (9:33)
    END-IF.
WriteOperatorAuditRecord.
    OPEN EXTEND operatorAuditFile
    IF operatorAuditStatus = "05" OR operatorAuditStatus = "35"
        OPEN OUTPUT operatorAuditFile
    END-IF
    MOVE operatorId TO ouOperatorId
    MOVE FUNCTION CURRENT-DATE TO ouTimestamp
    MOVE auditTransactionType TO ouTransactionType
    MOVE auditBeforeImage TO ouBeforeImage
    MOVE auditAfterImage TO ouAfterImage
    WRITE operatorAuditRecord
    CLOSE operatorAuditFile.
RewriteCredentialFile.
    OPEN OUTPUT operatorCredFile
    PERFORM WriteOneCredentialRecord
        VARYING credIndex FROM 1 BY 1
        UNTIL credIndex > credCount
    CLOSE operatorCredFile.
WriteOneCredentialRecord.
    MOVE ctOperatorId (credIndex) TO ocOperatorId
    MOVE ctPassword (credIndex) TO ocPassword
    MOVE ctLockedFlag (credIndex) TO ocLockedFlag
    MOVE ctFailCount (credIndex) TO ocFailCount
    MOVE ctPasswordExpired (credIndex) TO ocPasswordExpired
    WRITE operatorCredRecord.
RewriteAuthorizationFile.
    OPEN OUTPUT operAuthFile
    PERFORM WriteOneAuthorizationRecord
        VARYING authIndex FROM 1 BY 1
        UNTIL authIndex > authCount
    CLOSE operAuthFile.
WriteOneAuthorizationRecord.
    MOVE atOperatorId (authIndex) TO oaOperatorId
    MOVE atAuthFlags (authIndex) TO oaAuthFlags
    WRITE operAuthRecord.
