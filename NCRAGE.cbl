*> Weekly open-NCR aging report, so nothing a QC program flagged is
*> forgotten once its nonconformance report is opened. Reads the
*> NCR register NCRREG.DAT and lists every NCR still open on
*> NCRAGE.RPT, oldest first, with its open date, age in days, aging
*> band (0-7, 8-30, 31-90, over 90 days), source program and batch
*> or instrument ID, disposition so far and owner; then the count of
*> open NCRs per band and how many still have no disposition or no
*> owner. Runs as a weekly tail step of DAILY-STREAM-CONTROLLER and
*> can be run by hand at any time.
IDENTIFICATION DIVISION.
PROGRAM-ID. NCR-AGING-REPORT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ncrRegisterFile ASSIGN TO "NCRREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ncrRegisterStatus.
    SELECT ncrAgingReportFile ASSIGN TO "NCRAGE.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  ncrRegisterFile.
COPY "NCRREG.cpy".
FD  ncrAgingReportFile.
01 ncrAgingReportRecord PIC X(100).
WORKING-STORAGE SECTION.
    01 ncrRegisterStatus PIC X(2) VALUE "00".
    01 ncrRegisterEOF PIC X(1) VALUE "N".
    01 runDate PIC 9(08).
    01 runDateInteger PIC 9(08).
    01 ncrAgeDays PIC 9(05).
    01 agingBandTable.
        05 FILLER PIC X(10) VALUE "0-7 DAYS".
        05 FILLER PIC X(10) VALUE "8-30 DAYS".
        05 FILLER PIC X(10) VALUE "31-90 DAYS".
        05 FILLER PIC X(10) VALUE "OVER 90".
    01 agingBandLabels REDEFINES agingBandTable.
        05 agingBandLabel PIC X(10) OCCURS 4 TIMES.
    01 agingBandLimits.
        05 agingBandLimit PIC 9(05) OCCURS 4 TIMES
            VALUES 7, 30, 90, 99999.
    01 agingBandCounts.
        05 agingBandCount PIC 9(05) OCCURS 4 TIMES VALUE ZERO.
    01 agingBandIndex PIC 9(01).
    01 openNcrCount PIC 9(05) VALUE ZERO.
    01 undispositionedCount PIC 9(05) VALUE ZERO.
    01 unownedCount PIC 9(05) VALUE ZERO.
    01 agingTitleLine PIC X(40) VALUE "OPEN NCR AGING REPORT".
    01 agingAsOfLine.
        05 FILLER PIC X(7) VALUE "AS OF: ".
        05 aalRunDate PIC 9999/99/99.
    01 agingHeadingLine.
        05 FILLER PIC X(7) VALUE "NCR".
        05 FILLER PIC X(11) VALUE "OPENED".
        05 FILLER PIC X(6) VALUE "  AGE".
        05 FILLER PIC X(11) VALUE " BAND".
        05 FILLER PIC X(28) VALUE "SOURCE PROGRAM".
        05 FILLER PIC X(11) VALUE "ID".
        05 FILLER PIC X(10) VALUE "DISPOSN".
        05 FILLER PIC X(8) VALUE "OWNER".
    01 agingDetailLine.
        05 adlNcrNumber PIC 9(06).
        05 FILLER PIC X(1) VALUE " ".
        05 adlOpenDate PIC 9999/99/99.
        05 FILLER PIC X(1) VALUE " ".
        05 adlAgeDays PIC Z(04)9.
        05 FILLER PIC X(1) VALUE " ".
        05 adlBand PIC X(10).
        05 FILLER PIC X(1) VALUE " ".
        05 adlSourceProgram PIC X(27).
        05 FILLER PIC X(1) VALUE " ".
        05 adlSourceId PIC X(10).
        05 FILLER PIC X(1) VALUE " ".
        05 adlDisposition PIC X(9).
        05 FILLER PIC X(1) VALUE " ".
        05 adlOwner PIC X(08).
    01 agingSectionLine PIC X(40).
    01 agingBandLine.
        05 FILLER PIC X(2) VALUE "  ".
        05 ablBand PIC X(10).
        05 FILLER PIC X(1) VALUE " ".
        05 ablCount PIC Z(04)9.
    01 agingTotalLine.
        05 FILLER PIC X(11) VALUE "OPEN NCRS=".
        05 atlOpenCount PIC Z(04)9.
        05 FILLER PIC X(18) VALUE " NO DISPOSITION=".
        05 atlUndispositioned PIC Z(04)9.
        05 FILLER PIC X(10) VALUE " NO OWNER=".
        05 atlUnowned PIC Z(04)9.
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27)
        VALUE "NCR-AGING-REPORT".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "NCR-AGING-REPORT", operatorId
    ACCEPT runDate FROM DATE YYYYMMDD
    COMPUTE runDateInteger = FUNCTION INTEGER-OF-DATE(runDate)
    OPEN OUTPUT ncrAgingReportFile
    WRITE ncrAgingReportRecord FROM agingTitleLine
    MOVE runDate TO aalRunDate
    WRITE ncrAgingReportRecord FROM agingAsOfLine
    WRITE ncrAgingReportRecord FROM agingHeadingLine
    MOVE "N" TO ncrRegisterEOF
    OPEN INPUT ncrRegisterFile
    IF ncrRegisterStatus = "00"
        PERFORM AgeOneNcr UNTIL ncrRegisterEOF = "Y"
        CLOSE ncrRegisterFile
    ELSE
        DISPLAY "NCRREG.DAT not on file - no NCRs have been opened."
    END-IF
    MOVE "-- OPEN NCRS BY AGE" TO agingSectionLine
    WRITE ncrAgingReportRecord FROM agingSectionLine
    PERFORM WriteOneBandLine
        VARYING agingBandIndex FROM 1 BY 1
        UNTIL agingBandIndex > 4
    MOVE openNcrCount TO atlOpenCount
    MOVE undispositionedCount TO atlUndispositioned
    MOVE unownedCount TO atlUnowned
    WRITE ncrAgingReportRecord FROM agingTotalLine
    CLOSE ncrAgingReportFile
    DISPLAY "Open NCR aging written to NCRAGE.RPT - " openNcrCount
        " open, " agingBandCount (4) " over 90 days."
    MOVE "NCR AGING" TO tlInputs
    MOVE SPACES TO tlResultOut
    STRING "OPEN=" DELIMITED BY SIZE
        openNcrCount DELIMITED BY SIZE
        INTO tlResultOut
    END-STRING
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
AgeOneNcr.
    READ ncrRegisterFile
        AT END MOVE "Y" TO ncrRegisterEOF
        NOT AT END
            IF nrStatus = "O"
                PERFORM WriteOneAgingLine
            END-IF
    END-READ.
WriteOneAgingLine.
    ADD 1 TO openNcrCount
    MOVE ZERO TO ncrAgeDays
    IF nrOpenDate IS NUMERIC AND nrOpenDate > ZERO
        AND nrOpenDate <= runDate
        COMPUTE ncrAgeDays = runDateInteger
            - FUNCTION INTEGER-OF-DATE(nrOpenDate)
    END-IF
    MOVE 1 TO agingBandIndex
    PERFORM StepAgingBand
        UNTIL ncrAgeDays <= agingBandLimit (agingBandIndex)
    ADD 1 TO agingBandCount (agingBandIndex)
    MOVE nrNcrNumber TO adlNcrNumber
    MOVE nrOpenDate TO adlOpenDate
    MOVE ncrAgeDays TO adlAgeDays
    MOVE agingBandLabel (agingBandIndex) TO adlBand
    MOVE nrSourceProgram TO adlSourceProgram
    MOVE nrSourceId TO adlSourceId
    EVALUATE nrDisposition
        WHEN "U" MOVE "USE-AS-IS" TO adlDisposition
        WHEN "R" MOVE "REWORK" TO adlDisposition
        WHEN "S" MOVE "SCRAP" TO adlDisposition
        WHEN OTHER
            MOVE "NONE" TO adlDisposition
            ADD 1 TO undispositionedCount
    END-EVALUATE
    IF nrOwner = SPACES
        MOVE "NONE" TO adlOwner
        ADD 1 TO unownedCount
    ELSE
        MOVE nrOwner TO adlOwner
    END-IF
    WRITE ncrAgingReportRecord FROM agingDetailLine.
StepAgingBand.
    ADD 1 TO agingBandIndex.
WriteOneBandLine.
    MOVE agingBandLabel (agingBandIndex) TO ablBand
    MOVE agingBandCount (agingBandIndex) TO ablCount
    WRITE ncrAgingReportRecord FROM agingBandLine.
