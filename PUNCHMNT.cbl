*> Supervisor clock-punch corrections. When TIME-IN-SECONDS listed a
*> missing or out-of-sequence punch in the exceptions section of
*> TIMESHEET.RPT, the only fix was to have someone edit CLOCKTIME.DAT
*> before the next run, leaving no trace of who changed a punch or
*> why. The supervisor - identified as on TIMESHEET-APPROVAL, the
*> operator ID's first six characters being their employee ID and
*> their roster name the supervisor on DEPTMAST.DAT - keys corrections
*> for the employees of their own departments: (A)dd the missing
*> clock-out to a punch, (V)oid a duplicate punch, or a(M)end a
*> punch's clock-in and clock-out, each identified by employee, work
*> date and the punch's original clock-in (0000 when it has none),
*> and each carrying a reason code. The correction is filed on
*> PUNCHCOR.DAT for the next batch to apply over the raw punch, and
*> a before/after image of the punch (the before image from the
*> staged CLOCKTIME.DAT when the punch is there) is written with the
*> approving supervisor, timestamp and reason to PUNCHAUD.DAT. A
*> supervisor cannot correct their own punches, a work date in a
*> closed period is refused as the batch would reject it, and only
*> one correction may wait against a punch at a time. (L)ist shows
*> the corrections still waiting.
IDENTIFICATION DIVISION.
PROGRAM-ID. PUNCH-CORRECTION.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT punchCorrectionFile ASSIGN TO "PUNCHCOR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS punchCorrectionStatus.
    SELECT punchAuditFile ASSIGN TO "PUNCHAUD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS punchAuditStatus.
    SELECT clockFile ASSIGN TO "CLOCKTIME.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS clockFileStatus.
    SELECT deptMasterFile ASSIGN TO "DEPTMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS deptMasterStatus.
    SELECT rosterFile ASSIGN TO "EMPROSTR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS rEmployeeId
        FILE STATUS IS rosterFileStatus.
DATA DIVISION.
FILE SECTION.
FD  punchCorrectionFile.
COPY "PUNCHCOR.cpy".
FD  punchAuditFile.
01 punchAuditRecord.
    05 paOperatorId PIC X(08).
    05 paTimestamp PIC X(26).
    05 paTransactionType PIC X(06).
    05 paReasonCode PIC X(2).
    05 paBeforeImage PIC X(22).
    05 paAfterImage PIC X(22).
FD  clockFile.
01 clockRecord.
    05 ckEmployeeId PIC 9(06).
    05 ckWorkDate PIC 9(08).
    05 ckClockIn PIC 9(04).
    05 ckClockOut PIC 9(04).
FD  deptMasterFile.
01 deptMasterRecord.
    05 dmDeptCode PIC X(4).
    05 dmDeptName PIC X(20).
    05 dmSupervisor PIC X(20).
FD  rosterFile.
COPY "EMPROSTR.cpy".
WORKING-STORAGE SECTION.
    01 punchCorrectionStatus PIC X(2) VALUE "00".
    01 punchAuditStatus PIC X(2) VALUE "00".
    01 clockFileStatus PIC X(2) VALUE "00".
    01 deptMasterStatus PIC X(2) VALUE "00".
    01 rosterFileStatus PIC X(2) VALUE "00".
    01 punchCorrectionEOF PIC X(1) VALUE "N".
    01 clockEOF PIC X(1) VALUE "N".
    01 deptMasterEOF PIC X(1) VALUE "N".
    01 rosterIsOpen PIC X(1) VALUE "N".
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
    01 supervisedDeptTable.
        05 supervisedDeptCode PIC X(4) OCCURS 30 TIMES.
    01 supervisedDeptCount PIC 99 VALUE ZERO.
    01 supervisedDeptIndex PIC 99.
    01 deptIsSupervised PIC X(1).
    01 supervisorEmployeeText PIC X(06).
    01 supervisorEmployeeId PIC 9(06) VALUE ZERO.
    01 supervisorName PIC X(20) VALUE SPACES.
    01 employeeDeptCode PIC X(4).
    01 reasonCodeTable.
        05 FILLER PIC X(22) VALUE "MOMISSED CLOCK-OUT".
        05 FILLER PIC X(22) VALUE "MIMISSED CLOCK-IN".
        05 FILLER PIC X(22) VALUE "DPDUPLICATE PUNCH".
        05 FILLER PIC X(22) VALUE "CFCLOCK FAULT".
        05 FILLER PIC X(22) VALUE "WTWRONG TIME PUNCHED".
        05 FILLER PIC X(22) VALUE "WSWORKED OFF SITE".
    01 reasonCodes REDEFINES reasonCodeTable.
        05 reasonEntry OCCURS 6 TIMES.
            10 rcReasonCode PIC X(2).
            10 rcReasonText PIC X(20).
    01 reasonIndex PIC 9(01).
    01 reasonFound PIC 9(01).
    01 maintenanceChoice PIC X(1).
    01 keepGoing PIC X(1) VALUE "Y".
    01 changeCount PIC 9(03) VALUE ZERO.
    01 correctionAction PIC X(1).
    01 keyedEmployeeText PIC X(06).
    01 keyedWorkDateText PIC X(08).
    01 keyedClockInText PIC X(04).
    01 keyedNewClockInText PIC X(04).
    01 keyedNewClockOutText PIC X(04).
    01 keyedReasonCode PIC X(2).
    01 keyedEmployeeId PIC 9(06).
    01 keyedWorkDate PIC 9(08).
    01 keyedClockIn PIC 9(04).
    01 keyedNewClockIn PIC 9(04) VALUE ZERO.
    01 keyedNewClockOut PIC 9(04) VALUE ZERO.
    01 timeToCheck PIC 9(04).
    01 timeIsValid PIC X(1).
    01 correctionValid PIC X(1).
    01 periodStatusByte PIC X(1).
    01 punchOnClockFile PIC X(1).
    01 runDate PIC 9(08).
    01 auditTransactionType PIC X(06).
    01 punchImage.
        05 piEmployeeId PIC 9(06).
        05 piWorkDate PIC 9(08).
        05 piClockIn PIC 9(04).
        05 piClockOut PIC 9(04).
    01 auditBeforeImage PIC X(22).
    01 auditAfterImage PIC X(22).
    01 correctionListLine.
        05 cllEmployeeId PIC 9(06).
        05 FILLER PIC X(1) VALUE " ".
        05 cllWorkDate PIC 9(08).
        05 FILLER PIC X(4) VALUE " IN=".
        05 cllOriginalClockIn PIC 9(04).
        05 FILLER PIC X(1) VALUE " ".
        05 cllActionText PIC X(16).
        05 FILLER PIC X(1) VALUE " ".
        05 cllNewClockIn PIC 9(04).
        05 FILLER PIC X(1) VALUE "-".
        05 cllNewClockOut PIC 9(04).
        05 FILLER PIC X(8) VALUE " REASON ".
        05 cllReasonCode PIC X(2).
        05 FILLER PIC X(4) VALUE " BY ".
        05 cllSupervisorId PIC X(08).
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27) VALUE "PUNCH-CORRECTION".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "PUNCH-CORRECTION", operatorId
    ACCEPT runDate FROM DATE YYYYMMDD
    MOVE "PUNCH CORRECTION" TO tlInputs
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
        PERFORM LoadPunchCorrections
        IF correctionOverflow = "Y"
            DISPLAY "PUNCHCOR.DAT OVERFLOWS THE WORK TABLE - REFUSED"
            MOVE "REJECTED" TO logRunStatus
            MOVE "OVERFLOW" TO tlResultOut
        ELSE
            PERFORM MaintenanceLoop UNTIL keepGoing NOT = "Y"
            IF changeCount > ZERO
                PERFORM RewritePunchCorrections
            END-IF
            MOVE SPACES TO tlResultOut
            STRING "CORRECTIONS=" DELIMITED BY SIZE
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
    ADD 1 TO correctionCount
    MOVE punchCorrectionRecord TO correctionEntry (correctionCount)
    PERFORM ReadPunchCorrectionRecord.
MaintenanceLoop.
    DISPLAY "(L)ist, (A)dd clock-out, (V)oid punch, a(M)end times "
        "or (Q)uit: "
    ACCEPT maintenanceChoice
    EVALUATE maintenanceChoice
        WHEN "L" WHEN "l" PERFORM ListWaitingCorrections
        WHEN "A" WHEN "a"
            MOVE "O" TO correctionAction
            MOVE "ADDOUT" TO auditTransactionType
            PERFORM KeyPunchCorrection
        WHEN "V" WHEN "v"
            MOVE "V" TO correctionAction
            MOVE "VOID" TO auditTransactionType
            PERFORM KeyPunchCorrection
        WHEN "M" WHEN "m"
            MOVE "M" TO correctionAction
            MOVE "AMEND" TO auditTransactionType
            PERFORM KeyPunchCorrection
        WHEN "Q" WHEN "q" MOVE "N" TO keepGoing
        WHEN OTHER DISPLAY "Invalid selection."
    END-EVALUATE.
ListWaitingCorrections.
    PERFORM ListOneCorrection
        VARYING correctionIndex FROM 1 BY 1
        UNTIL correctionIndex > correctionCount.
ListOneCorrection.
    IF crStatus (correctionIndex) = "P"
        MOVE crEmployeeId (correctionIndex) TO cllEmployeeId
        MOVE crWorkDate (correctionIndex) TO cllWorkDate
        MOVE crOriginalClockIn (correctionIndex) TO cllOriginalClockIn
        EVALUATE crAction (correctionIndex)
            WHEN "V" MOVE "VOID PUNCH" TO cllActionText
            WHEN "O" MOVE "ADD CLOCK-OUT" TO cllActionText
            WHEN OTHER MOVE "AMEND TIMES" TO cllActionText
        END-EVALUATE
        MOVE crNewClockIn (correctionIndex) TO cllNewClockIn
        MOVE crNewClockOut (correctionIndex) TO cllNewClockOut
        MOVE crReasonCode (correctionIndex) TO cllReasonCode
        MOVE crSupervisorId (correctionIndex) TO cllSupervisorId
        DISPLAY correctionListLine
    END-IF.
KeyPunchCorrection.
    MOVE "Y" TO correctionValid
    MOVE ZERO TO keyedNewClockIn
    MOVE ZERO TO keyedNewClockOut
    DISPLAY "Employee ID: "
    ACCEPT keyedEmployeeText
    DISPLAY "Work date (YYYYMMDD): "
    ACCEPT keyedWorkDateText
    DISPLAY "Punch's original clock-in (HHMM, 0000 if none): "
    ACCEPT keyedClockInText
    IF keyedEmployeeText IS NOT NUMERIC
        OR keyedWorkDateText IS NOT NUMERIC
        OR keyedClockInText IS NOT NUMERIC
        DISPLAY "Employee, date and clock-in must be numeric."
        MOVE "N" TO correctionValid
    ELSE
        MOVE keyedEmployeeText TO keyedEmployeeId
        MOVE keyedWorkDateText TO keyedWorkDate
        MOVE keyedClockInText TO keyedClockIn
        PERFORM CheckEmployeeSupervised
    END-IF
    IF correctionValid = "Y"
        PERFORM FindWaitingCorrection
        IF correctionFound > ZERO
            DISPLAY "A correction is already waiting for that punch."
            MOVE "N" TO correctionValid
        END-IF
    END-IF
    IF correctionValid = "Y"
        CALL "PERIOD-CONTROL-CHECK" USING keyedWorkDate,
            periodStatusByte
        IF periodStatusByte = "C"
            DISPLAY "Work date is in a closed period - refused."
            MOVE "N" TO correctionValid
        END-IF
    END-IF
    IF correctionValid = "Y"
        PERFORM KeyCorrectedTimes
    END-IF
    IF correctionValid = "Y"
        PERFORM KeyReasonCode
    END-IF
    IF correctionValid = "Y"
        PERFORM FileCorrection
    END-IF.
CheckEmployeeSupervised.
    IF keyedEmployeeId = supervisorEmployeeId
        DISPLAY "A supervisor cannot correct their own punches."
        MOVE "N" TO correctionValid
    ELSE
        MOVE SPACES TO employeeDeptCode
        MOVE keyedEmployeeId TO rEmployeeId
        READ rosterFile
            INVALID KEY MOVE SPACES TO employeeDeptCode
            NOT INVALID KEY MOVE rDeptCode TO employeeDeptCode
        END-READ
        MOVE "N" TO deptIsSupervised
        PERFORM MatchOneSupervisedDept
            VARYING supervisedDeptIndex FROM 1 BY 1
            UNTIL supervisedDeptIndex > supervisedDeptCount
                OR deptIsSupervised = "Y"
        IF deptIsSupervised = "N"
            DISPLAY "Employee is not on the roster of a department "
                "you supervise."
            MOVE "N" TO correctionValid
        END-IF
    END-IF.
MatchOneSupervisedDept.
    IF supervisedDeptCode (supervisedDeptIndex) = employeeDeptCode
        AND employeeDeptCode NOT = SPACES
        MOVE "Y" TO deptIsSupervised
    END-IF.
FindWaitingCorrection.
    MOVE ZERO TO correctionFound
    PERFORM MatchOneWaitingCorrection
        VARYING correctionIndex FROM 1 BY 1
        UNTIL correctionIndex > correctionCount
            OR correctionFound > ZERO.
MatchOneWaitingCorrection.
    IF crStatus (correctionIndex) = "P"
        AND crEmployeeId (correctionIndex) = keyedEmployeeId
        AND crWorkDate (correctionIndex) = keyedWorkDate
        AND crOriginalClockIn (correctionIndex) = keyedClockIn
        MOVE correctionIndex TO correctionFound
    END-IF.
KeyCorrectedTimes.
    IF correctionAction = "M"
        DISPLAY "Corrected clock-in (HHMM): "
        ACCEPT keyedNewClockInText
        IF keyedNewClockInText IS NUMERIC
            MOVE keyedNewClockInText TO timeToCheck
            PERFORM CheckTimeOfDay
            MOVE timeToCheck TO keyedNewClockIn
        ELSE
            MOVE "N" TO timeIsValid
        END-IF
        IF timeIsValid = "N"
            DISPLAY "Clock-in is not a valid HHMM time."
            MOVE "N" TO correctionValid
        END-IF
    END-IF
    IF correctionValid = "Y" AND correctionAction NOT = "V"
        DISPLAY "Corrected clock-out (HHMM): "
        ACCEPT keyedNewClockOutText
        IF keyedNewClockOutText IS NUMERIC
            MOVE keyedNewClockOutText TO timeToCheck
            PERFORM CheckTimeOfDay
            MOVE timeToCheck TO keyedNewClockOut
        ELSE
            MOVE "N" TO timeIsValid
        END-IF
        IF timeIsValid = "N" OR keyedNewClockOut = ZERO
            DISPLAY "Clock-out is not a valid HHMM time."
            MOVE "N" TO correctionValid
        END-IF
    END-IF
    IF correctionAction = "O"
        MOVE keyedClockIn TO keyedNewClockIn
    END-IF.
CheckTimeOfDay.
    MOVE "Y" TO timeIsValid
    IF timeToCheck (1:2) > "23" OR timeToCheck (3:2) > "59"
        MOVE "N" TO timeIsValid
    END-IF.
KeyReasonCode.
    DISPLAY "Reason - MO missed clock-out, MI missed clock-in, "
        "DP duplicate punch, CF clock fault, WT wrong time, "
        "WS worked off site: "
    ACCEPT keyedReasonCode
    INSPECT keyedReasonCode CONVERTING "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    MOVE ZERO TO reasonFound
    PERFORM MatchOneReasonCode
        VARYING reasonIndex FROM 1 BY 1
        UNTIL reasonIndex > 6 OR reasonFound > ZERO
    IF reasonFound = ZERO
        DISPLAY "Unknown reason code - correction not filed."
        MOVE "N" TO correctionValid
    END-IF.
MatchOneReasonCode.
    IF rcReasonCode (reasonIndex) = keyedReasonCode
        MOVE reasonIndex TO reasonFound
    END-IF.
FileCorrection.
    IF correctionCount = 500
        DISPLAY "Correction file is full - not filed."
    ELSE
        PERFORM FindStagedPunch
        MOVE punchImage TO auditBeforeImage
        IF correctionAction = "V"
            MOVE "VOID" TO auditAfterImage
        ELSE
            MOVE keyedNewClockIn TO piClockIn
            MOVE keyedNewClockOut TO piClockOut
            MOVE punchImage TO auditAfterImage
        END-IF
        ADD 1 TO correctionCount
        MOVE keyedEmployeeId TO crEmployeeId (correctionCount)
        MOVE keyedWorkDate TO crWorkDate (correctionCount)
        MOVE keyedClockIn TO crOriginalClockIn (correctionCount)
        MOVE correctionAction TO crAction (correctionCount)
        MOVE keyedNewClockIn TO crNewClockIn (correctionCount)
        MOVE keyedNewClockOut TO crNewClockOut (correctionCount)
        MOVE keyedReasonCode TO crReasonCode (correctionCount)
        MOVE operatorId TO crSupervisorId (correctionCount)
        MOVE runDate TO crEntryDate (correctionCount)
        MOVE "P" TO crStatus (correctionCount)
        MOVE ZERO TO crAppliedDate (correctionCount)
        PERFORM WritePunchAuditRecord
        ADD 1 TO changeCount
        IF punchOnClockFile = "Y"
            DISPLAY "Correction filed for the next batch."
        ELSE
            DISPLAY "Correction filed - the punch is not on the staged "
                "CLOCKTIME.DAT and will apply when it arrives."
        END-IF
    END-IF.
FindStagedPunch.
    MOVE keyedEmployeeId TO piEmployeeId
    MOVE keyedWorkDate TO piWorkDate
    MOVE keyedClockIn TO piClockIn
    MOVE ZERO TO piClockOut
    MOVE "N" TO punchOnClockFile
    MOVE "N" TO clockEOF
    OPEN INPUT clockFile
    IF clockFileStatus = "00"
        PERFORM CheckOneStagedPunch
            UNTIL clockEOF = "Y" OR punchOnClockFile = "Y"
        CLOSE clockFile
    END-IF.
CheckOneStagedPunch.
    READ clockFile
        AT END MOVE "Y" TO clockEOF
        NOT AT END
            IF ckEmployeeId IS NUMERIC
                AND ckEmployeeId = keyedEmployeeId
                AND ckWorkDate = keyedWorkDate
                AND ckClockIn = keyedClockIn
                MOVE "Y" TO punchOnClockFile
                MOVE ckClockOut TO piClockOut
            END-IF
    END-READ.
WritePunchAuditRecord.
    OPEN EXTEND punchAuditFile
    IF punchAuditStatus = "05" OR punchAuditStatus = "35"
        OPEN OUTPUT punchAuditFile
    END-IF
    MOVE operatorId TO paOperatorId
    MOVE FUNCTION CURRENT-DATE TO paTimestamp
    MOVE auditTransactionType TO paTransactionType
    MOVE keyedReasonCode TO paReasonCode
    MOVE auditBeforeImage TO paBeforeImage
    MOVE auditAfterImage TO paAfterImage
    WRITE punchAuditRecord
    CLOSE punchAuditFile.
RewritePunchCorrections.
    OPEN OUTPUT punchCorrectionFile
    PERFORM WriteOneCorrectionRecord
        VARYING correctionIndex FROM 1 BY 1
        UNTIL correctionIndex > correctionCount
    CLOSE punchCorrectionFile
    DISPLAY "PUNCHCOR.DAT rewritten - " changeCount " correction(s).".
WriteOneCorrectionRecord.
    MOVE correctionEntry (correctionIndex) TO punchCorrectionRecord
    WRITE punchCorrectionRecord.
