*> Monthly certificate expiry report. CERTIFICATION-MAINT records who
*> holds which ticket and until when, but a lapse is only useful to
*> know about before it happens. This reads CERTREG.DAT (shared
*> layout CERTREG.cpy) and lists, for every active roster employee,
*> each certificate that has already expired or expires within the
*> next sixty days, soonest first, with the days remaining or the
*> days overdue, so training can be booked before the ticket runs
*> out. Certificates of terminated employees and of employees no
*> longer on EMPROSTR.DAT are left off. The report is CERTEXP.RPT;
*> the counts of expired and expiring certificates close it.
IDENTIFICATION DIVISION.
PROGRAM-ID. CERT-EXPIRY-REPORT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT certificateFile ASSIGN TO "CERTREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS certificateStatus.
    SELECT rosterFile ASSIGN TO "EMPROSTR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS rEmployeeId
        FILE STATUS IS rosterFileStatus.
    SELECT expiryReportFile ASSIGN TO "CERTEXP.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  certificateFile.
COPY "CERTREG.cpy".
FD  rosterFile.
COPY "EMPROSTR.cpy".
FD  expiryReportFile.
01 expiryReportRecord PIC X(100).
WORKING-STORAGE SECTION.
    01 certificateStatus PIC X(2) VALUE "00".
    01 rosterFileStatus PIC X(2) VALUE "00".
    01 certificateEOF PIC X(1) VALUE "N".
    01 expiryTable.
        05 expiryEntry OCCURS 500 TIMES.
            10 xtExpiryDate PIC 9(08).
            10 xtEmployeeId PIC 9(06).
            10 xtName PIC X(20).
            10 xtDeptCode PIC X(4).
            10 xtCertType PIC X(4).
    01 expiryCount PIC 9(03) VALUE ZERO.
    01 expiryIndex PIC 9(03).
    01 expiryOverflow PIC X(1) VALUE "N".
COPY "CERTTYPE.cpy".
    01 certTypeIndex PIC 9(02).
    01 certTypeFound PIC 9(02).
    01 warningDays PIC 9(03) VALUE 60.
    01 runDate PIC 9(08).
    01 runDayInteger PIC 9(07).
    01 windowEndDate PIC 9(08).
    01 daysToExpiry PIC S9(07).
    01 expiredCount PIC 9(03) VALUE ZERO.
    01 expiringCount PIC 9(03) VALUE ZERO.
    01 skippedCount PIC 9(05) VALUE ZERO.
    01 sortSwapNeeded PIC X(1).
    01 sortSwapIndex PIC 9(03).
    01 swapEntryHold PIC X(42).
    01 sortKeyLeft PIC X(14).
    01 sortKeyRight PIC X(14).
    01 reportTitleLine.
        05 FILLER PIC X(38)
            VALUE "CERTIFICATES EXPIRED OR EXPIRING BY ".
        05 rtlWindowEnd PIC 9999/99/99.
        05 FILLER PIC X(8) VALUE "  AS AT ".
        05 rtlRunDate PIC 9999/99/99.
    01 columnHeadLine.
        05 FILLER PIC X(49) VALUE
            "EXPIRES    EMPL   NAME                 DEPT TYPE ".
        05 FILLER PIC X(51) VALUE
            "DESCRIPTION            STATUS".
    01 expiryLine.
        05 xlExpiryDate PIC 9999/99/99.
        05 FILLER PIC X(1) VALUE SPACE.
        05 xlEmployeeId PIC 9(06).
        05 FILLER PIC X(1) VALUE SPACE.
        05 xlName PIC X(20).
        05 FILLER PIC X(1) VALUE SPACE.
        05 xlDeptCode PIC X(4).
        05 FILLER PIC X(1) VALUE SPACE.
        05 xlCertType PIC X(4).
        05 FILLER PIC X(1) VALUE SPACE.
        05 xlDescription PIC X(22).
        05 FILLER PIC X(1) VALUE SPACE.
        05 xlStatusText PIC X(8).
        05 xlDays PIC ZZZ9.
        05 xlDaysText PIC X(5).
    01 totalLine.
        05 FILLER PIC X(9) VALUE "EXPIRED: ".
        05 ttlExpired PIC ZZ9.
        05 FILLER PIC X(23) VALUE "   EXPIRING IN WINDOW: ".
        05 ttlExpiring PIC ZZ9.
    01 blankLine PIC X(1) VALUE SPACE.
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27) VALUE "CERT-EXPIRY-REPORT".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "CERT-EXPIRY-REPORT", operatorId
    ACCEPT runDate FROM DATE YYYYMMDD
    COMPUTE runDayInteger = FUNCTION INTEGER-OF-DATE(runDate)
    COMPUTE windowEndDate =
        FUNCTION DATE-OF-INTEGER(runDayInteger + warningDays)
    MOVE "CERT EXPIRY REPORT" TO tlInputs
    OPEN INPUT rosterFile
    IF rosterFileStatus NOT = "00"
        DISPLAY "Employee roster not available - report not run."
        MOVE "ERROR" TO logRunStatus
        MOVE "NO ROSTER" TO tlResultOut
    ELSE
        PERFORM LoadExpiringCertificates
        CLOSE rosterFile
        IF expiryOverflow = "Y"
            DISPLAY "MORE THAN 500 CERTIFICATES DUE - REPORT NOT RUN"
            MOVE "REJECTED" TO logRunStatus
            MOVE "OVERFLOW" TO tlResultOut
        ELSE
            PERFORM SortExpiryTable
            PERFORM WriteExpiryReport
            MOVE SPACES TO tlResultOut
            STRING "DUE=" DELIMITED BY SIZE
                expiryCount DELIMITED BY SIZE
                INTO tlResultOut
            END-STRING
        END-IF
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
LoadExpiringCertificates.
    MOVE "N" TO certificateEOF
    OPEN INPUT certificateFile
    IF certificateStatus = "00"
        PERFORM TakeOneCertificate
            UNTIL certificateEOF = "Y" OR expiryOverflow = "Y"
        CLOSE certificateFile
    ELSE
        DISPLAY "CERTREG.DAT not available - nothing to report."
    END-IF.
TakeOneCertificate.
    READ certificateFile
        AT END MOVE "Y" TO certificateEOF
        NOT AT END
            IF crExpiryDate IS NUMERIC
                AND crExpiryDate <= windowEndDate
                PERFORM CheckCertHolder
            END-IF
    END-READ.
CheckCertHolder.
    MOVE crEmployeeId TO rEmployeeId
    READ rosterFile
        INVALID KEY
            ADD 1 TO skippedCount
        NOT INVALID KEY
            IF rStatus = "T"
                ADD 1 TO skippedCount
            ELSE
            IF expiryCount = 500
                MOVE "Y" TO expiryOverflow
            ELSE
                ADD 1 TO expiryCount
                MOVE crExpiryDate TO xtExpiryDate (expiryCount)
                MOVE crEmployeeId TO xtEmployeeId (expiryCount)
                MOVE rName TO xtName (expiryCount)
                MOVE rDeptCode TO xtDeptCode (expiryCount)
                MOVE crCertType TO xtCertType (expiryCount)
            END-IF
            END-IF
    END-READ.
SortExpiryTable.
    IF expiryCount > 1
        MOVE "Y" TO sortSwapNeeded
        PERFORM SortOnePass UNTIL sortSwapNeeded NOT = "Y"
    END-IF.
SortOnePass.
    MOVE "N" TO sortSwapNeeded
    PERFORM CompareAdjacentExpiries
        VARYING sortSwapIndex FROM 1 BY 1
        UNTIL sortSwapIndex >= expiryCount.
CompareAdjacentExpiries.
    MOVE SPACES TO sortKeyLeft
    STRING xtExpiryDate (sortSwapIndex) DELIMITED BY SIZE
        xtEmployeeId (sortSwapIndex) DELIMITED BY SIZE
        INTO sortKeyLeft
    END-STRING
    MOVE SPACES TO sortKeyRight
    STRING xtExpiryDate (sortSwapIndex + 1) DELIMITED BY SIZE
        xtEmployeeId (sortSwapIndex + 1) DELIMITED BY SIZE
        INTO sortKeyRight
    END-STRING
    IF sortKeyLeft > sortKeyRight
        MOVE expiryEntry (sortSwapIndex) TO swapEntryHold
        MOVE expiryEntry (sortSwapIndex + 1)
            TO expiryEntry (sortSwapIndex)
        MOVE swapEntryHold TO expiryEntry (sortSwapIndex + 1)
        MOVE "Y" TO sortSwapNeeded
    END-IF.
WriteExpiryReport.
    OPEN OUTPUT expiryReportFile
    MOVE windowEndDate TO rtlWindowEnd
    MOVE runDate TO rtlRunDate
    WRITE expiryReportRecord FROM reportTitleLine
    WRITE expiryReportRecord FROM blankLine
    WRITE expiryReportRecord FROM columnHeadLine
    PERFORM WriteOneExpiryLine
        VARYING expiryIndex FROM 1 BY 1
        UNTIL expiryIndex > expiryCount
    WRITE expiryReportRecord FROM blankLine
    MOVE expiredCount TO ttlExpired
    MOVE expiringCount TO ttlExpiring
    WRITE expiryReportRecord FROM totalLine
    CLOSE expiryReportFile
    DISPLAY "CERTEXP.RPT written - " expiredCount " expired, "
        expiringCount " expiring within " warningDays " days.".
WriteOneExpiryLine.
    MOVE xtExpiryDate (expiryIndex) TO xlExpiryDate
    MOVE xtEmployeeId (expiryIndex) TO xlEmployeeId
    MOVE xtName (expiryIndex) TO xlName
    MOVE xtDeptCode (expiryIndex) TO xlDeptCode
    MOVE xtCertType (expiryIndex) TO xlCertType
    MOVE ZERO TO certTypeFound
    PERFORM MatchOneCertType
        VARYING certTypeIndex FROM 1 BY 1
        UNTIL certTypeIndex > certTypeCount OR certTypeFound > ZERO
    IF certTypeFound > ZERO
        MOVE ctDescription (certTypeFound) TO xlDescription
    ELSE
        MOVE "(UNKNOWN TYPE)" TO xlDescription
    END-IF
    COMPUTE daysToExpiry =
        FUNCTION INTEGER-OF-DATE(xtExpiryDate (expiryIndex))
        - runDayInteger
    IF daysToExpiry < ZERO
        MOVE "OVERDUE " TO xlStatusText
        COMPUTE xlDays = ZERO - daysToExpiry
        ADD 1 TO expiredCount
    ELSE
        MOVE "DUE IN  " TO xlStatusText
        MOVE daysToExpiry TO xlDays
        ADD 1 TO expiringCount
    END-IF
    MOVE " DAYS" TO xlDaysText
    WRITE expiryReportRecord FROM expiryLine.
MatchOneCertType.
    IF ctCertType (certTypeIndex) = xtCertType (expiryIndex)
        MOVE certTypeIndex TO certTypeFound
    END-IF.
