*> Maintenance utility for the training and certification register,
*> modeled on EXPENSE-CLAIM. Welders and crane operators must hold a
*> current ticket, and nothing recorded who held what until an
*> employee with a lapsed one was clocked onto a lift. CERTREG.DAT
*> (shared layout CERTREG.cpy) carries one row per roster employee
*> per certificate type from the shared CERTTYPE.cpy table, with the
*> issuing body, issue date and expiry date. This (L)ists an
*> employee's certificates, (A)dds one - the employee must be active
*> on EMPROSTR.DAT, the issue date not in the future and the expiry
*> after it, and a type already held is renewed instead - (R)enews
*> one with the new issuing body and dates, and (J)ob requirement
*> adds or removes a certificate every employee clocked onto a
*> registered job must hold, on JOBCERT.DAT (shared layout
*> JOBCERT.cpy), for work no estimated material gives away. Both
*> files are rewritten at the end of the session when anything
*> changed; a file larger than the work table refuses the session.
IDENTIFICATION DIVISION.
PROGRAM-ID. CERTIFICATION-MAINT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT certificateFile ASSIGN TO "CERTREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS certificateStatus.
    SELECT jobCertFile ASSIGN TO "JOBCERT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS jobCertStatus.
    SELECT jobRegisterFile ASSIGN TO "JOBREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS jobRegisterStatus.
    SELECT rosterFile ASSIGN TO "EMPROSTR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS rEmployeeId
        FILE STATUS IS rosterFileStatus.
DATA DIVISION.
FILE SECTION.
FD  certificateFile.
COPY "CERTREG.cpy".
FD  jobCertFile.
COPY "JOBCERT.cpy".
FD  jobRegisterFile.
01 jobRegisterRecord.
    05 jrJobNumber PIC 9(6).
    05 jrJobDate PIC 9(08).
    05 jrPieceCount PIC 9(05).
    05 jrJobTotal PIC 9(09)V99.
FD  rosterFile.
COPY "EMPROSTR.cpy".
WORKING-STORAGE SECTION.
    01 certificateStatus PIC X(2) VALUE "00".
    01 jobCertStatus PIC X(2) VALUE "00".
    01 jobRegisterStatus PIC X(2) VALUE "00".
    01 rosterFileStatus PIC X(2) VALUE "00".
    01 certificateEOF PIC X(1) VALUE "N".
    01 jobCertEOF PIC X(1) VALUE "N".
    01 jobRegisterEOF PIC X(1) VALUE "N".
    01 rosterIsOpen PIC X(1) VALUE "N".
    01 certTable.
        05 certEntry OCCURS 1000 TIMES.
            10 ceEmployeeId PIC 9(06).
            10 ceCertType PIC X(4).
            10 ceIssuingBody PIC X(20).
            10 ceIssueDate PIC 9(08).
            10 ceExpiryDate PIC 9(08).
            10 ceEnteredBy PIC X(08).
            10 ceEntryDate PIC 9(08).
    01 certCount PIC 9(04) VALUE ZERO.
    01 certIndex PIC 9(04).
    01 certFound PIC 9(04).
    01 certOverflow PIC X(1) VALUE "N".
    01 certChangeCount PIC 9(03) VALUE ZERO.
    01 jobCertTable.
        05 jobCertEntry OCCURS 300 TIMES.
            10 jqtJobNumber PIC 9(06).
            10 jqtCertType PIC X(4).
    01 jobCertCount PIC 9(03) VALUE ZERO.
    01 jobCertIndex PIC 9(03).
    01 jobCertFound PIC 9(03).
    01 jobCertOverflow PIC X(1) VALUE "N".
    01 jobCertChangeCount PIC 9(03) VALUE ZERO.
COPY "CERTTYPE.cpy".
    01 certTypeIndex PIC 9(02).
    01 certTypeFound PIC 9(02).
    01 maintenanceChoice PIC X(1).
    01 keepGoing PIC X(1) VALUE "Y".
    01 entryValid PIC X(1).
    01 keyedEmployeeText PIC X(06).
    01 keyedEmployeeId PIC 9(06).
    01 keyedCertType PIC X(4).
    01 keyedIssuingBody PIC X(20).
    01 keyedDateText PIC X(08).
    01 keyedIssueDate PIC 9(08).
    01 keyedExpiryDate PIC 9(08).
    01 keyedJobText PIC X(06).
    01 keyedJobNumber PIC 9(06).
    01 jobRegistered PIC X(1).
    01 jobAction PIC X(1).
    01 listedCount PIC 9(03).
    01 runDate PIC 9(08).
    01 certListLine.
        05 cllCertType PIC X(4).
        05 FILLER PIC X(1) VALUE SPACE.
        05 cllDescription PIC X(22).
        05 FILLER PIC X(1) VALUE SPACE.
        05 cllIssuingBody PIC X(20).
        05 FILLER PIC X(8) VALUE " ISSUED ".
        05 cllIssueDate PIC 9999/99/99.
        05 FILLER PIC X(9) VALUE " EXPIRES ".
        05 cllExpiryDate PIC 9999/99/99.
        05 cllStatus PIC X(10).
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27) VALUE "CERTIFICATION-MAINT".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "CERTIFICATION-MAINT", operatorId
    ACCEPT runDate FROM DATE YYYYMMDD
    MOVE "CERTIFICATION MAINT" TO tlInputs
    OPEN INPUT rosterFile
    IF rosterFileStatus = "00"
        MOVE "Y" TO rosterIsOpen
    END-IF
    PERFORM LoadCertificates
    PERFORM LoadJobCertRequirements
    IF certOverflow = "Y" OR jobCertOverflow = "Y"
        DISPLAY "CERTREG.DAT OR JOBCERT.DAT OVERFLOWS THE WORK "
            "TABLE - REFUSED"
        MOVE "REJECTED" TO logRunStatus
        MOVE "OVERFLOW" TO tlResultOut
    ELSE
    IF rosterIsOpen = "N"
        DISPLAY "Employee roster not available - refused."
        MOVE "REJECTED" TO logRunStatus
        MOVE "NO ROSTER" TO tlResultOut
    ELSE
        PERFORM MaintenanceLoop UNTIL keepGoing NOT = "Y"
        IF certChangeCount > ZERO
            PERFORM RewriteCertificates
        END-IF
        IF jobCertChangeCount > ZERO
            PERFORM RewriteJobCertRequirements
        END-IF
        MOVE SPACES TO tlResultOut
        STRING "CHANGES=" DELIMITED BY SIZE
            certChangeCount DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            jobCertChangeCount DELIMITED BY SIZE
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
LoadCertificates.
    MOVE ZERO TO certCount
    MOVE "N" TO certificateEOF
    OPEN INPUT certificateFile
    IF certificateStatus = "00"
        PERFORM ReadCertificateRecord
        PERFORM AddCertEntry
            UNTIL certificateEOF = "Y" OR certCount = 1000
        IF certificateEOF NOT = "Y"
            MOVE "Y" TO certOverflow
        END-IF
        CLOSE certificateFile
    END-IF.
ReadCertificateRecord.
    READ certificateFile
        AT END MOVE "Y" TO certificateEOF
    END-READ.
AddCertEntry.
    ADD 1 TO certCount
    MOVE certificateRecord TO certEntry (certCount)
    PERFORM ReadCertificateRecord.
LoadJobCertRequirements.
    MOVE ZERO TO jobCertCount
    MOVE "N" TO jobCertEOF
    OPEN INPUT jobCertFile
    IF jobCertStatus = "00"
        PERFORM ReadJobCertRecord
        PERFORM AddJobCertEntry
            UNTIL jobCertEOF = "Y" OR jobCertCount = 300
        IF jobCertEOF NOT = "Y"
            MOVE "Y" TO jobCertOverflow
        END-IF
        CLOSE jobCertFile
    END-IF.
ReadJobCertRecord.
    READ jobCertFile
        AT END MOVE "Y" TO jobCertEOF
    END-READ.
AddJobCertEntry.
    ADD 1 TO jobCertCount
    MOVE jobCertRecord TO jobCertEntry (jobCertCount)
    PERFORM ReadJobCertRecord.
MaintenanceLoop.
    DISPLAY "(L)ist, (A)dd certificate, (R)enew, "
        "(J)ob requirement or (Q)uit: "
    ACCEPT maintenanceChoice
    EVALUATE maintenanceChoice
        WHEN "L" WHEN "l" PERFORM ListEmployeeCertificates
        WHEN "A" WHEN "a" PERFORM AddCertificate
        WHEN "R" WHEN "r" PERFORM RenewCertificate
        WHEN "J" WHEN "j" PERFORM MaintainJobRequirement
        WHEN "Q" WHEN "q" MOVE "N" TO keepGoing
        WHEN OTHER DISPLAY "Invalid selection."
    END-EVALUATE.
AcceptCertEmployee.
    MOVE "Y" TO entryValid
    DISPLAY "Employee ID: "
    ACCEPT keyedEmployeeText
    IF keyedEmployeeText IS NOT NUMERIC
        DISPLAY "Employee ID must be six digits."
        MOVE "N" TO entryValid
    ELSE
        MOVE keyedEmployeeText TO keyedEmployeeId
        MOVE keyedEmployeeId TO rEmployeeId
        READ rosterFile
            INVALID KEY
                DISPLAY "Employee " keyedEmployeeId
                    " is not on the roster."
                MOVE "N" TO entryValid
            NOT INVALID KEY
                DISPLAY "Employee " keyedEmployeeId " " rName
        END-READ
    END-IF.
AcceptCertType.
    DISPLAY "Certificate type - WELD, CRAN, RIGG, FORK, MEWP, "
        "CONF or FRST: "
    ACCEPT keyedCertType
    INSPECT keyedCertType CONVERTING
        "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    MOVE ZERO TO certTypeFound
    PERFORM MatchOneCertType
        VARYING certTypeIndex FROM 1 BY 1
        UNTIL certTypeIndex > certTypeCount OR certTypeFound > ZERO
    IF certTypeFound = ZERO
        DISPLAY "Unknown certificate type."
        MOVE "N" TO entryValid
    END-IF.
MatchOneCertType.
    IF ctCertType (certTypeIndex) = keyedCertType
        MOVE certTypeIndex TO certTypeFound
    END-IF.
FindEmployeeCert.
    MOVE ZERO TO certFound
    PERFORM MatchOneEmployeeCert
        VARYING certIndex FROM 1 BY 1
        UNTIL certIndex > certCount OR certFound > ZERO.
MatchOneEmployeeCert.
    IF ceEmployeeId (certIndex) = keyedEmployeeId
        AND ceCertType (certIndex) = keyedCertType
        MOVE certIndex TO certFound
    END-IF.
ListEmployeeCertificates.
    PERFORM AcceptCertEmployee
    IF entryValid = "Y"
        MOVE ZERO TO listedCount
        PERFORM ListOneCertificate
            VARYING certIndex FROM 1 BY 1
            UNTIL certIndex > certCount
        IF listedCount = ZERO
            DISPLAY "No certificates on file for employee "
                keyedEmployeeId
        END-IF
    END-IF.
ListOneCertificate.
    IF ceEmployeeId (certIndex) = keyedEmployeeId
        ADD 1 TO listedCount
        MOVE ceCertType (certIndex) TO cllCertType
        MOVE ceCertType (certIndex) TO keyedCertType
        MOVE ZERO TO certTypeFound
        PERFORM MatchOneCertType
            VARYING certTypeIndex FROM 1 BY 1
            UNTIL certTypeIndex > certTypeCount
                OR certTypeFound > ZERO
        IF certTypeFound > ZERO
            MOVE ctDescription (certTypeFound) TO cllDescription
        ELSE
            MOVE "(UNKNOWN TYPE)" TO cllDescription
        END-IF
        MOVE ceIssuingBody (certIndex) TO cllIssuingBody
        MOVE ceIssueDate (certIndex) TO cllIssueDate
        MOVE ceExpiryDate (certIndex) TO cllExpiryDate
        IF ceExpiryDate (certIndex) < runDate
            MOVE " EXPIRED" TO cllStatus
        ELSE
            MOVE SPACES TO cllStatus
        END-IF
        DISPLAY certListLine
    END-IF.
AcceptCertDetails.
    DISPLAY "Issuing body: "
    ACCEPT keyedIssuingBody
    INSPECT keyedIssuingBody CONVERTING
        "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    IF keyedIssuingBody = SPACES
        DISPLAY "The issuing body is required."
        MOVE "N" TO entryValid
    END-IF
    IF entryValid = "Y"
        DISPLAY "Issue date (YYYYMMDD): "
        ACCEPT keyedDateText
        IF keyedDateText IS NOT NUMERIC
            DISPLAY "Issue date must be eight digits."
            MOVE "N" TO entryValid
        ELSE
            MOVE keyedDateText TO keyedIssueDate
            IF keyedIssueDate > runDate
                DISPLAY "Issue date is in the future."
                MOVE "N" TO entryValid
            END-IF
        END-IF
    END-IF
    IF entryValid = "Y"
        DISPLAY "Expiry date (YYYYMMDD): "
        ACCEPT keyedDateText
        IF keyedDateText IS NOT NUMERIC
            DISPLAY "Expiry date must be eight digits."
            MOVE "N" TO entryValid
        ELSE
            MOVE keyedDateText TO keyedExpiryDate
            IF keyedExpiryDate NOT > keyedIssueDate
                DISPLAY "Expiry date must be after the issue date."
                MOVE "N" TO entryValid
            END-IF
        END-IF
    END-IF.
AddCertificate.
    IF certCount = 1000
        DISPLAY "Certificate file is full - not added."
    ELSE
        PERFORM AcceptCertEmployee
        IF entryValid = "Y" AND rStatus = "T"
            DISPLAY "Employee " keyedEmployeeId
                " is terminated - not added."
            MOVE "N" TO entryValid
        END-IF
        IF entryValid = "Y"
            PERFORM AcceptCertType
        END-IF
        IF entryValid = "Y"
            PERFORM FindEmployeeCert
            IF certFound > ZERO
                DISPLAY "Employee already holds " keyedCertType
                    " - use renew."
                MOVE "N" TO entryValid
            END-IF
        END-IF
        IF entryValid = "Y"
            PERFORM AcceptCertDetails
        END-IF
        IF entryValid = "Y"
            ADD 1 TO certCount
            MOVE keyedEmployeeId TO ceEmployeeId (certCount)
            MOVE keyedCertType TO ceCertType (certCount)
            MOVE certCount TO certFound
            PERFORM StoreCertDetails
            DISPLAY "Certificate added."
        END-IF
    END-IF.
RenewCertificate.
    PERFORM AcceptCertEmployee
    IF entryValid = "Y"
        PERFORM AcceptCertType
    END-IF
    IF entryValid = "Y"
        PERFORM FindEmployeeCert
        IF certFound = ZERO
            DISPLAY "Employee does not hold " keyedCertType
                " - use add."
            MOVE "N" TO entryValid
        ELSE
            MOVE certFound TO certIndex
            MOVE ZERO TO listedCount
            PERFORM ListOneCertificate
        END-IF
    END-IF
    IF entryValid = "Y"
        PERFORM AcceptCertDetails
    END-IF
    IF entryValid = "Y"
        PERFORM StoreCertDetails
        DISPLAY "Certificate renewed."
    END-IF.
StoreCertDetails.
    MOVE keyedIssuingBody TO ceIssuingBody (certFound)
    MOVE keyedIssueDate TO ceIssueDate (certFound)
    MOVE keyedExpiryDate TO ceExpiryDate (certFound)
    MOVE operatorId TO ceEnteredBy (certFound)
    MOVE runDate TO ceEntryDate (certFound)
    ADD 1 TO certChangeCount.
MaintainJobRequirement.
    MOVE "Y" TO entryValid
    DISPLAY "Job number: "
    ACCEPT keyedJobText
    IF keyedJobText IS NOT NUMERIC
        DISPLAY "Job number must be six digits."
        MOVE "N" TO entryValid
    ELSE
        MOVE keyedJobText TO keyedJobNumber
        PERFORM CheckJobRegistered
        IF jobRegistered = "N"
            DISPLAY "Job " keyedJobNumber
                " is not on JOBREG.DAT."
            MOVE "N" TO entryValid
        END-IF
    END-IF
    IF entryValid = "Y"
        MOVE ZERO TO listedCount
        PERFORM ListOneJobRequirement
            VARYING jobCertIndex FROM 1 BY 1
            UNTIL jobCertIndex > jobCertCount
        IF listedCount = ZERO
            DISPLAY "Job " keyedJobNumber
                " names no required certificate."
        END-IF
        DISPLAY "(A)dd or (R)emove a requirement: "
        ACCEPT jobAction
        INSPECT jobAction CONVERTING "ar" TO "AR"
        IF jobAction NOT = "A" AND jobAction NOT = "R"
            DISPLAY "Invalid selection."
            MOVE "N" TO entryValid
        END-IF
    END-IF
    IF entryValid = "Y"
        PERFORM AcceptCertType
    END-IF
    IF entryValid = "Y"
        MOVE ZERO TO jobCertFound
        PERFORM MatchOneJobRequirement
            VARYING jobCertIndex FROM 1 BY 1
            UNTIL jobCertIndex > jobCertCount OR jobCertFound > ZERO
        IF jobAction = "A"
            PERFORM AddJobRequirement
        ELSE
            PERFORM RemoveJobRequirement
        END-IF
    END-IF.
CheckJobRegistered.
    MOVE "N" TO jobRegistered
    MOVE "N" TO jobRegisterEOF
    OPEN INPUT jobRegisterFile
    IF jobRegisterStatus = "00"
        PERFORM CheckOneRegisteredJob
            UNTIL jobRegisterEOF = "Y" OR jobRegistered = "Y"
        CLOSE jobRegisterFile
    END-IF.
CheckOneRegisteredJob.
    READ jobRegisterFile
        AT END MOVE "Y" TO jobRegisterEOF
        NOT AT END
            IF jrJobNumber = keyedJobNumber
                MOVE "Y" TO jobRegistered
            END-IF
    END-READ.
ListOneJobRequirement.
    IF jqtJobNumber (jobCertIndex) = keyedJobNumber
        ADD 1 TO listedCount
        DISPLAY "  REQUIRES " jqtCertType (jobCertIndex)
    END-IF.
MatchOneJobRequirement.
    IF jqtJobNumber (jobCertIndex) = keyedJobNumber
        AND jqtCertType (jobCertIndex) = keyedCertType
        MOVE jobCertIndex TO jobCertFound
    END-IF.
AddJobRequirement.
    IF jobCertFound > ZERO
        DISPLAY "Job already requires " keyedCertType "."
    ELSE
    IF jobCertCount = 300
        DISPLAY "Job requirement file is full - not added."
    ELSE
        ADD 1 TO jobCertCount
        MOVE keyedJobNumber TO jqtJobNumber (jobCertCount)
        MOVE keyedCertType TO jqtCertType (jobCertCount)
        ADD 1 TO jobCertChangeCount
        DISPLAY "Requirement added."
    END-IF
    END-IF.
RemoveJobRequirement.
    IF jobCertFound = ZERO
        DISPLAY "Job does not require " keyedCertType "."
    ELSE
        PERFORM CloseJobCertGap
            VARYING jobCertIndex FROM jobCertFound BY 1
            UNTIL jobCertIndex >= jobCertCount
        SUBTRACT 1 FROM jobCertCount
        ADD 1 TO jobCertChangeCount
        DISPLAY "Requirement removed."
    END-IF.
CloseJobCertGap.
    MOVE jobCertEntry (jobCertIndex + 1)
        TO jobCertEntry (jobCertIndex).
RewriteCertificates.
    OPEN OUTPUT certificateFile
    PERFORM WriteOneCertRecord
        VARYING certIndex FROM 1 BY 1
        UNTIL certIndex > certCount
    CLOSE certificateFile
    DISPLAY "CERTREG.DAT rewritten - " certChangeCount
        " change(s).".
WriteOneCertRecord.
    MOVE certEntry (certIndex) TO certificateRecord
    WRITE certificateRecord.
RewriteJobCertRequirements.
    OPEN OUTPUT jobCertFile
    PERFORM WriteOneJobCertRecord
        VARYING jobCertIndex FROM 1 BY 1
        UNTIL jobCertIndex > jobCertCount
    CLOSE jobCertFile
    DISPLAY "JOBCERT.DAT rewritten - " jobCertChangeCount
        " change(s).".
WriteOneJobCertRecord.
    MOVE jobCertEntry (jobCertIndex) TO jobCertRecord
    WRITE jobCertRecord.
