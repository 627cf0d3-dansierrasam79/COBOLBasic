*> Monthly open dispute cases report. Reads the dispute case register
*> DISPCASE.DAT kept by DISPUTE-CASE-MAINT and, for a period YYYYMM
*> (blank for the current month), lists on DISPUTE.RPT every case
*> still unresolved at the period's end - or today, for the current
*> month - oldest first as the register holds them, with its open
*> date, days open, customer, the quote or invoice in dispute and its
*> value, its status, and how many notes and attached log entries it
*> carries. Then the period's resolutions: cases resolved for us,
*> cases resolved for the customer, and the total value conceded to
*> customers in the month. Runs as a step of MONTH-END-CONTROLLER
*> ahead of the report archiver and can be run by hand at any time.
IDENTIFICATION DIVISION.
PROGRAM-ID. DISPUTE-CASE-REPORT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT disputeCaseFile ASSIGN TO "DISPCASE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS disputeCaseStatus.
    SELECT disputeNoteFile ASSIGN TO "DISPNOTE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS disputeNoteStatus.
    SELECT disputeEvidenceFile ASSIGN TO "DISPEVID.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS disputeEvidenceStatus.
    SELECT disputeReportFile ASSIGN TO "DISPUTE.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  disputeCaseFile.
COPY "DISPCASE.cpy".
FD  disputeNoteFile.
COPY "DISPNOTE.cpy".
FD  disputeEvidenceFile.
COPY "DISPEVID.cpy".
FD  disputeReportFile.
01 disputeReportRecord PIC X(100).
WORKING-STORAGE SECTION.
    01 disputeCaseStatus PIC X(2) VALUE "00".
    01 disputeNoteStatus PIC X(2) VALUE "00".
    01 disputeEvidenceStatus PIC X(2) VALUE "00".
    01 disputeCaseEOF PIC X(1) VALUE "N".
    01 disputeNoteEOF PIC X(1) VALUE "N".
    01 disputeEvidenceEOF PIC X(1) VALUE "N".
    01 caseTable.
        05 caseEntry OCCURS 500 TIMES.
            10 ctCaseNumber PIC 9(06).
            10 ctNoteCount PIC 9(04).
            10 ctEvidenceCount PIC 9(04).
    01 caseCount PIC 9(03) VALUE ZERO.
    01 caseIndex PIC 9(03).
    01 caseFound PIC 9(03).
    01 caseTableFull PIC X(1) VALUE "N".
    01 keyedPeriodText PIC X(06).
    01 reportPeriod PIC 9(06).
    01 reportPeriodFields REDEFINES reportPeriod.
        05 rpYear PIC 9(04).
        05 rpMonth PIC 9(02).
    01 nextMonthStart PIC 9(08).
    01 nextMonthFields REDEFINES nextMonthStart.
        05 nmYear PIC 9(04).
        05 nmMonth PIC 9(02).
        05 nmDay PIC 9(02).
    01 todayDate PIC 9(08).
    01 asOfDate PIC 9(08).
    01 asOfInteger PIC 9(08).
    01 caseDaysOpen PIC 9(05).
    01 openCaseCount PIC 9(05) VALUE ZERO.
    01 openDisputedTotal PIC 9(11)V99 VALUE ZERO.
    01 resolvedForUsCount PIC 9(05) VALUE ZERO.
    01 resolvedForCustomerCount PIC 9(05) VALUE ZERO.
    01 concededTotal PIC 9(11)V99 VALUE ZERO.
    01 reportTitleLine PIC X(40)
        VALUE "MONTHLY OPEN DISPUTE CASES".
    01 reportPeriodLine.
        05 FILLER PIC X(8) VALUE "PERIOD: ".
        05 rplPeriod PIC 9(06).
        05 FILLER PIC X(9) VALUE "  AS OF: ".
        05 rplAsOfDate PIC 9999/99/99.
    01 reportHeadingLine.
        05 FILLER PIC X(7) VALUE "CASE".
        05 FILLER PIC X(11) VALUE "OPENED".
        05 FILLER PIC X(6) VALUE " DAYS".
        05 FILLER PIC X(7) VALUE "CUST".
        05 FILLER PIC X(15) VALUE "REFERENCE".
        05 FILLER PIC X(12) VALUE "  IN DISPUTE".
        05 FILLER PIC X(15) VALUE " STATUS".
        05 FILLER PIC X(12) VALUE " NOTES  LOGS".
    01 reportDetailLine.
        05 rdlCaseNumber PIC 9(06).
        05 FILLER PIC X(1) VALUE " ".
        05 rdlOpenDate PIC 9999/99/99.
        05 FILLER PIC X(1) VALUE " ".
        05 rdlDaysOpen PIC Z(04)9.
        05 FILLER PIC X(1) VALUE " ".
        05 rdlCustomerId PIC X(6).
        05 FILLER PIC X(1) VALUE " ".
        05 rdlReferenceType PIC X(7).
        05 FILLER PIC X(1) VALUE " ".
        05 rdlReferenceNumber PIC 9(06).
        05 FILLER PIC X(1) VALUE " ".
        05 rdlDisputedAmount PIC Z(08)9.99.
        05 FILLER PIC X(1) VALUE " ".
        05 rdlStatus PIC X(14).
        05 FILLER PIC X(1) VALUE " ".
        05 rdlNoteCount PIC Z(04)9.
        05 FILLER PIC X(1) VALUE " ".
        05 rdlEvidenceCount PIC Z(04)9.
    01 reportSectionLine PIC X(40).
    01 reportOpenTotalLine.
        05 FILLER PIC X(11) VALUE "OPEN CASES=".
        05 rotOpenCount PIC Z(04)9.
        05 FILLER PIC X(18) VALUE " VALUE IN DISPUTE=".
        05 rotDisputedTotal PIC Z(10)9.99.
    01 reportResolvedLine.
        05 FILLER PIC X(2) VALUE "  ".
        05 rrlLabel PIC X(24).
        05 rrlCount PIC Z(04)9.
    01 reportConcededLine.
        05 FILLER PIC X(2) VALUE "  ".
        05 FILLER PIC X(24) VALUE "VALUE CONCEDED".
        05 rclConcededTotal PIC Z(10)9.99.
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27)
        VALUE "DISPUTE-CASE-REPORT".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "DISPUTE-CASE-REPORT", operatorId
    ACCEPT todayDate FROM DATE YYYYMMDD
    DISPLAY "Report period YYYYMM (blank for this month): "
    ACCEPT keyedPeriodText
    IF keyedPeriodText IS NUMERIC
        MOVE keyedPeriodText TO reportPeriod
    ELSE
        MOVE todayDate (1:6) TO reportPeriod
    END-IF
    MOVE SPACES TO tlInputs
    STRING "PERIOD " DELIMITED BY SIZE
        reportPeriod DELIMITED BY SIZE
        INTO tlInputs
    END-STRING
    IF rpMonth < 1 OR rpMonth > 12 OR reportPeriod > todayDate (1:6)
        DISPLAY "Period must be a month no later than this one - "
            "report not written."
        MOVE "BAD PERIOD" TO tlResultOut
        MOVE "REJECTED" TO logRunStatus
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM SetAsOfDate
        PERFORM LoadCaseCounts
        IF caseTableFull = "Y"
            DISPLAY "DISPCASE.DAT holds more than 500 cases - "
                "report not written."
            MOVE "REGISTER TOO LARGE" TO tlResultOut
            MOVE "ERROR" TO logRunStatus
            MOVE 8 TO RETURN-CODE
        ELSE
            PERFORM WriteDisputeReport
            MOVE SPACES TO tlResultOut
            STRING "OPEN=" DELIMITED BY SIZE
                openCaseCount DELIMITED BY SIZE
                INTO tlResultOut
            END-STRING
        END-IF
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
SetAsOfDate.
    IF reportPeriod = todayDate (1:6)
        MOVE todayDate TO asOfDate
    ELSE
        MOVE rpYear TO nmYear
        MOVE rpMonth TO nmMonth
        MOVE 01 TO nmDay
        IF nmMonth = 12
            MOVE 01 TO nmMonth
            ADD 1 TO nmYear
        ELSE
            ADD 1 TO nmMonth
        END-IF
        COMPUTE asOfInteger =
            FUNCTION INTEGER-OF-DATE(nextMonthStart) - 1
        COMPUTE asOfDate = FUNCTION DATE-OF-INTEGER(asOfInteger)
    END-IF
    COMPUTE asOfInteger = FUNCTION INTEGER-OF-DATE(asOfDate).
LoadCaseCounts.
    MOVE ZERO TO caseCount
    MOVE "N" TO disputeCaseEOF
    OPEN INPUT disputeCaseFile
    IF disputeCaseStatus = "00"
        PERFORM AddOneCaseEntry UNTIL disputeCaseEOF = "Y"
        CLOSE disputeCaseFile
    END-IF
    MOVE "N" TO disputeNoteEOF
    OPEN INPUT disputeNoteFile
    IF disputeNoteStatus = "00"
        PERFORM CountOneNote UNTIL disputeNoteEOF = "Y"
        CLOSE disputeNoteFile
    END-IF
    MOVE "N" TO disputeEvidenceEOF
    OPEN INPUT disputeEvidenceFile
    IF disputeEvidenceStatus = "00"
        PERFORM CountOneEvidence UNTIL disputeEvidenceEOF = "Y"
        CLOSE disputeEvidenceFile
    END-IF.
AddOneCaseEntry.
    READ disputeCaseFile
        AT END MOVE "Y" TO disputeCaseEOF
        NOT AT END
            IF caseCount < 500
                ADD 1 TO caseCount
                MOVE dcCaseNumber TO ctCaseNumber (caseCount)
                MOVE ZERO TO ctNoteCount (caseCount)
                MOVE ZERO TO ctEvidenceCount (caseCount)
            ELSE
                MOVE "Y" TO caseTableFull
                MOVE "Y" TO disputeCaseEOF
            END-IF
    END-READ.
CountOneNote.
    READ disputeNoteFile
        AT END MOVE "Y" TO disputeNoteEOF
        NOT AT END
            MOVE ZERO TO caseFound
            PERFORM MatchOneNoteCase
                VARYING caseIndex FROM 1 BY 1
                UNTIL caseIndex > caseCount OR caseFound > ZERO
            IF caseFound > ZERO
                ADD 1 TO ctNoteCount (caseFound)
            END-IF
    END-READ.
MatchOneNoteCase.
    IF ctCaseNumber (caseIndex) = dnCaseNumber
        MOVE caseIndex TO caseFound
    END-IF.
CountOneEvidence.
    READ disputeEvidenceFile
        AT END MOVE "Y" TO disputeEvidenceEOF
        NOT AT END
            MOVE ZERO TO caseFound
            PERFORM MatchOneEvidenceCase
                VARYING caseIndex FROM 1 BY 1
                UNTIL caseIndex > caseCount OR caseFound > ZERO
            IF caseFound > ZERO
                ADD 1 TO ctEvidenceCount (caseFound)
            END-IF
    END-READ.
MatchOneEvidenceCase.
    IF ctCaseNumber (caseIndex) = deCaseNumber
        MOVE caseIndex TO caseFound
    END-IF.
WriteDisputeReport.
    OPEN OUTPUT disputeReportFile
    WRITE disputeReportRecord FROM reportTitleLine
    MOVE reportPeriod TO rplPeriod
    MOVE asOfDate TO rplAsOfDate
    WRITE disputeReportRecord FROM reportPeriodLine
    WRITE disputeReportRecord FROM reportHeadingLine
    MOVE ZERO TO caseIndex
    MOVE "N" TO disputeCaseEOF
    OPEN INPUT disputeCaseFile
    IF disputeCaseStatus = "00"
        PERFORM ReportOneCase UNTIL disputeCaseEOF = "Y"
        CLOSE disputeCaseFile
    ELSE
        DISPLAY "DISPCASE.DAT not on file - no cases have been opened."
    END-IF
    MOVE openCaseCount TO rotOpenCount
    MOVE openDisputedTotal TO rotDisputedTotal
    WRITE disputeReportRecord FROM reportOpenTotalLine
    MOVE "-- RESOLVED IN THE PERIOD" TO reportSectionLine
    WRITE disputeReportRecord FROM reportSectionLine
    MOVE "FOR US" TO rrlLabel
    MOVE resolvedForUsCount TO rrlCount
    WRITE disputeReportRecord FROM reportResolvedLine
    MOVE "FOR THE CUSTOMER" TO rrlLabel
    MOVE resolvedForCustomerCount TO rrlCount
    WRITE disputeReportRecord FROM reportResolvedLine
    MOVE concededTotal TO rclConcededTotal
    WRITE disputeReportRecord FROM reportConcededLine
    CLOSE disputeReportFile
    DISPLAY "Dispute cases written to DISPUTE.RPT - " openCaseCount
        " open, " resolvedForCustomerCount
        " resolved for the customer in " reportPeriod ".".
ReportOneCase.
    READ disputeCaseFile
        AT END MOVE "Y" TO disputeCaseEOF
        NOT AT END
            ADD 1 TO caseIndex
            IF dcOpenDate IS NUMERIC AND dcOpenDate <= asOfDate
                AND (dcStatus = "O" OR dcStatus = "I"
                    OR dcResolvedDate > asOfDate)
                PERFORM WriteOneOpenCaseLine
            END-IF
            IF dcResolvedDate IS NUMERIC
                AND dcResolvedDate (1:6) = reportPeriod
                EVALUATE dcStatus
                    WHEN "U"
                        ADD 1 TO resolvedForUsCount
                    WHEN "C"
                        ADD 1 TO resolvedForCustomerCount
                        ADD dcConcededAmount TO concededTotal
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
    END-READ.
WriteOneOpenCaseLine.
    ADD 1 TO openCaseCount
    ADD dcDisputedAmount TO openDisputedTotal
    MOVE ZERO TO caseDaysOpen
    IF dcOpenDate > ZERO
        COMPUTE caseDaysOpen = asOfInteger
            - FUNCTION INTEGER-OF-DATE(dcOpenDate)
    END-IF
    MOVE dcCaseNumber TO rdlCaseNumber
    MOVE dcOpenDate TO rdlOpenDate
    MOVE caseDaysOpen TO rdlDaysOpen
    MOVE dcCustomerId TO rdlCustomerId
    IF dcReferenceType = "I"
        MOVE "INVOICE" TO rdlReferenceType
    ELSE
        MOVE "QUOTE" TO rdlReferenceType
    END-IF
    MOVE dcReferenceNumber TO rdlReferenceNumber
    MOVE dcDisputedAmount TO rdlDisputedAmount
    IF dcStatus = "I"
        MOVE "INVESTIGATING" TO rdlStatus
    ELSE
    IF dcStatus = "O"
        MOVE "OPEN" TO rdlStatus
    ELSE
        MOVE "RESOLVED SINCE" TO rdlStatus
    END-IF
    END-IF
    MOVE ctNoteCount (caseIndex) TO rdlNoteCount
    MOVE ctEvidenceCount (caseIndex) TO rdlEvidenceCount
    WRITE disputeReportRecord FROM reportDetailLine.
