*> number, timestamp) is written to MOTDACK.DAT - so "who saw the
*> notice" has an answer and the late shift stops missing the note
*> taped to the terminal. Messages expire on their own date.
*> The credential row now carries a password-expired flag and a
*> retired lock state, both set by OPERATOR-SECURITY-MAINT: a retired
*> leaver's ID is refused at sign-on, and an operator whose password
*> the supervisor has reset must choose a new password (keyed twice,
*> different from the temporary one) before reaching the menu. The
*> layout moved to the shared OPERCRED.cpy copybook.
*> Menu entry 40 submits a batch request through BATCH-REQUEST-QUEUE:
*> one of the batch-mode utilities the operator is cleared for, with
*> its parameters, run window and priority, queued on BATCHQ.DAT for
*> DAILY-STREAM-CONTROLLER to drain after the night's standard steps.
*> A request for a utility the operator is not cleared for is refused
*> and written to SECURITY.LOG. After the bulletins, each sign-on now
*> lists the operator's own requests and their status (entry 41 shows
*> the list again on demand).
IDENTIFICATION DIVISION.
PROGRAM-ID. SUITE-MENU.
ENVIRONMENT DIVISION.
DATA DIVISION.
FILE SECTION.
FD  operatorCredFile.
COPY "OPERCRED.cpy".
FD  securityLogFile.
01 securityLogRecord PIC X(60).
FD  operAuthFile.
            10 ctPassword PIC X(08).
            10 ctLockedFlag PIC X(1).
            10 ctFailCount PIC 9(1).
            10 ctPasswordExpired PIC X(1).
    01 credCount PIC 99 VALUE ZERO.
    01 credEOF PIC X(1) VALUE "N".
    01 credFound PIC 99 VALUE ZERO.
    01 attemptPassword PIC X(08).
    01 securityEventText PIC X(20).
    01 securityTimestamp PIC X(26).
    01 newPassword PIC X(08).
    01 confirmPassword PIC X(08).
    01 passwordChanged PIC X(1) VALUE "N".
    01 operAuthStatus PIC X(2) VALUE "00".
    01 bulletinFileStatus PIC X(2) VALUE "00".
    01 bulletinAckStatus PIC X(2) VALUE "00".
    01 operatorAuthFlags.
        05 authorizedFlag PIC X(1) OCCURS 31 TIMES.
    01 refusalMessageText PIC X(20).
    01 batchRequestResult PIC X(1).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM LoadCredentialFile
        INTO signOnLine
    DISPLAY signOnLine
    PERFORM ShowOperatorBulletins
    PERFORM ListOperatorBatchRequests
    PERFORM MenuLoop UNTIL exitRequested = "Y"
    DISPLAY "Goodbye."
    GOBACK.
    MOVE ocPassword TO ctPassword (credCount)
    MOVE ocLockedFlag TO ctLockedFlag (credCount)
    MOVE ocFailCount TO ctFailCount (credCount)
    MOVE ocPasswordExpired TO ctPasswordExpired (credCount)
    PERFORM ReadCredentialRecord.
RewriteCredentialFile.
    OPEN OUTPUT operatorCredFile
    MOVE ctPassword (credSearchIndex) TO ocPassword
    MOVE ctLockedFlag (credSearchIndex) TO ocLockedFlag
    MOVE ctFailCount (credSearchIndex) TO ocFailCount
    MOVE ctPasswordExpired (credSearchIndex) TO ocPasswordExpired
    WRITE operatorCredRecord.
SignOnAttempt.
    ADD 1 TO attemptCount
            MOVE "UNKNOWN OPERATOR" TO securityEventText
            PERFORM WriteSecurityLogLine
            DISPLAY "Operator ID not recognized."
        WHEN ctLockedFlag (credFound) = "R"
            MOVE "RETIRED OPERATOR" TO securityEventText
            PERFORM WriteSecurityLogLine
            DISPLAY "Operator ID has been retired."
        WHEN ctLockedFlag (credFound) = "Y"
            MOVE "LOCKED OUT" TO securityEventText
            PERFORM WriteSecurityLogLine
            MOVE "Y" TO signedOn
            MOVE "SIGN-ON OK" TO securityEventText
            PERFORM WriteSecurityLogLine
            IF ctPasswordExpired (credFound) = "Y"
                PERFORM ForcePasswordChange
            END-IF
            PERFORM RewriteCredentialFile
    END-EVALUATE.
ForcePasswordChange.
    DISPLAY "Your password was reset by the supervisor - "
        "choose a new one now."
    MOVE "N" TO passwordChanged
    PERFORM AcceptNewPassword UNTIL passwordChanged = "Y"
    MOVE newPassword TO ctPassword (credFound)
    MOVE "N" TO ctPasswordExpired (credFound)
    MOVE "PASSWORD CHANGED" TO securityEventText
    PERFORM WriteSecurityLogLine.
AcceptNewPassword.
    DISPLAY "Enter new password: "
    ACCEPT newPassword
    DISPLAY "Re-key new password: "
    ACCEPT confirmPassword
    EVALUATE TRUE
        WHEN newPassword = SPACES
            DISPLAY "Password cannot be blank."
        WHEN newPassword NOT = confirmPassword
            DISPLAY "The two entries differ - please re-key."
        WHEN newPassword = ctPassword (credFound)
            DISPLAY "New password must differ from the temporary one."
        WHEN OTHER
            MOVE "Y" TO passwordChanged
    END-EVALUATE.
FindCredentialEntry.
    IF operatorId = ctOperatorId (credSearchIndex)
        MOVE credSearchIndex TO credFound
    MOVE FUNCTION CURRENT-DATE TO maAckTimestamp
    WRITE bulletinAckRecord
    CLOSE bulletinAckFile.
ListOperatorBatchRequests.
    CALL "BATCH-REQUEST-QUEUE" USING operatorId, "L",
        operatorAuthFlags, batchRequestResult
    CANCEL "BATCH-REQUEST-QUEUE".
SubmitOperatorBatchRequest.
    CALL "BATCH-REQUEST-QUEUE" USING operatorId, "S",
        operatorAuthFlags, batchRequestResult
    CANCEL "BATCH-REQUEST-QUEUE"
    IF batchRequestResult = "R"
        MOVE "REFUSED BATCH REQ" TO securityEventText
        PERFORM WriteSecurityLogLine
    END-IF.
RefuseMenuChoice.
    DISPLAY "You are not authorized for that utility."
    MOVE SPACES TO refusalMessageText
        WHEN 29 CALL "CONVERT-DISTANCE" CANCEL "CONVERT-DISTANCE"
        WHEN 30 CALL "TIME-IN-SECONDS" CANCEL "TIME-IN-SECONDS"
        WHEN 31 CALL "UNITCONV" CANCEL "UNITCONV"
        WHEN 40 PERFORM SubmitOperatorBatchRequest
        WHEN 41 PERFORM ListOperatorBatchRequests
        WHEN OTHER DISPLAY "Invalid selection."
    END-EVALUATE
    END-IF.
    DISPLAY "13 Difference from 17       30 Convert to seconds"
    DISPLAY "14 Within 1000 or 2000      00 Exit"
    DISPLAY "15 Sum of three numbers     31 Unit conversion menu"
    DISPLAY "40 Submit a batch request   41 My batch requests"
    DISPLAY "==============================================".
