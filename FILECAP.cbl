*> Data-file growth and capacity monitor. RUN-TREND-REPORT shows when
*> the batch steps get slower but not why, and ANNUAL-ARCHIVE-PURGE
*> runs only once a year while TRANSACTION.LOG or ESTDETL.DAT can
*> double in a busy quarter. The (M)easure mode, run nightly as a
*> tail step of DAILY-STREAM-CONTROLLER, counts the records and bytes
*> of every business file in the table below - the registers,
*> masters, ledgers and histories, audit logs and outbound extracts -
*> and appends one row per file to the history file FILEHIST.DAT
*> (run date, file, record count, byte size, on-file flag). A line
*> sequential file's size is its record bytes plus one line end per
*> record; the indexed roster EMPROSTR.DAT is sized as its record
*> count times its record length. A second measure on the same day
*> is refused so a stream rerun cannot double the history. The
*> (R)eport mode, run weekly, measures first if tonight's rows are
*> not yet on the history, then prints FILECAP.RPT: each file's
*> current records and bytes, its growth over the last 7 and 30
*> days (against the newest history row at least that old), its
*> capacity threshold and a projection of the date it will cross
*> the threshold at the rate it grew over the longest of those
*> windows. Thresholds come from CTLLIMIT.DAT, effective-dated as
*> usual: a row named CAP- plus the file's capacity key (CAP-TRANLOG,
*> CAP-ESTDETL and so on) gives value 1 = threshold in megabytes and
*> value 2 = warning horizon in days; the CAP-DEFAULT row covers every
*> file without its own row, and with neither the built-in 100 MB
*> and 90 days apply; a zero value falls back the same way. A file
*> already over its threshold, or projected to cross it inside its
*> horizon, is flagged so an extra archive cycle or a storage request
*> can be scheduled in time.
*> The dispute case register with its note and evidence files, and
*> the batch request queue, are now measured with the other files.
*> So are the material lot file and its history file.
IDENTIFICATION DIVISION.
PROGRAM-ID. FILE-CAPACITY-MONITOR.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT measuredFile ASSIGN TO DYNAMIC measuredFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS measuredFileStatus.
    SELECT rosterFile ASSIGN TO "EMPROSTR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS rEmployeeId
        FILE STATUS IS rosterFileStatus.
    SELECT fileHistoryFile ASSIGN TO "FILEHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS fileHistoryStatus.
    SELECT ctlLimitFile ASSIGN TO "CTLLIMIT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ctlLimitFileStatus.
    SELECT capacityReportFile ASSIGN TO "FILECAP.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  measuredFile.
01 measuredRecord PIC X(1000).
FD  rosterFile.
COPY "EMPROSTR.cpy".
FD  fileHistoryFile.
01 fileHistoryRecord.
    05 fhRunDate PIC 9(08).
    05 fhFileName PIC X(20).
    05 fhRecordCount PIC 9(09).
    05 fhByteSize PIC 9(12).
    05 fhOnFile PIC X(1).
FD  ctlLimitFile.
COPY "CTLLIMIT.cpy".
FD  capacityReportFile.
01 capacityReportRecord PIC X(120).
WORKING-STORAGE SECTION.
    01 measuredFileName PIC X(20).
    01 measuredFileStatus PIC X(2) VALUE "00".
    01 measuredEOF PIC X(1) VALUE "N".
    01 rosterFileStatus PIC X(2) VALUE "00".
    01 rosterEOF PIC X(1) VALUE "N".
    01 fileHistoryStatus PIC X(2) VALUE "00".
    01 fileHistoryEOF PIC X(1) VALUE "N".
    01 ctlLimitFileStatus PIC X(2) VALUE "00".
    01 ctlLimitEOF PIC X(1) VALUE "N".
    01 MONITORED-FILE-TABLE.
        05 FILLER PIC X(32) VALUE "TRANSACTION.LOG     TRANLOG    L".
        05 FILLER PIC X(32) VALUE "TRANSACTION.CSV     TRANCSV    L".
        05 FILLER PIC X(32) VALUE "SECURITY.LOG        SECLOG     L".
        05 FILLER PIC X(32) VALUE "CTLAUDIT.LOG        CTLAUDIT   L".
        05 FILLER PIC X(32) VALUE "OPERALRT.LOG        OPERALRT   L".
        05 FILLER PIC X(32) VALUE "DEPTAUDT.LOG        DEPTAUDT   L".
        05 FILLER PIC X(32) VALUE "QUOTEREG.DAT        QUOTEREG   L".
        05 FILLER PIC X(32) VALUE "JOBREG.DAT          JOBREG     L".
        05 FILLER PIC X(32) VALUE "ESTDETL.DAT         ESTDETL    L".
        05 FILLER PIC X(32) VALUE "INVCREG.DAT         INVCREG    L".
        05 FILLER PIC X(32) VALUE "POREG.DAT           POREG      L".
        05 FILLER PIC X(32) VALUE "MATPOREG.DAT        MATPOREG   L".
        05 FILLER PIC X(32) VALUE "NCRREG.DAT          NCRREG     L".
        05 FILLER PIC X(32) VALUE "DISPCASE.DAT        DISPCASE   L".
        05 FILLER PIC X(32) VALUE "DISPNOTE.DAT        DISPNOTE   L".
        05 FILLER PIC X(32) VALUE "DISPEVID.DAT        DISPEVID   L".
        05 FILLER PIC X(32) VALUE "BATCHQ.DAT          BATCHQ     L".
        05 FILLER PIC X(32) VALUE "CERTREG.DAT         CERTREG    L".
        05 FILLER PIC X(32) VALUE "BATCHREG.DAT        BATCHREG   L".
        05 FILLER PIC X(32) VALUE "CASHRCT.DAT         CASHRCT    L".
        05 FILLER PIC X(32) VALUE "CRMEMO.DAT          CRMEMO     L".
        05 FILLER PIC X(32) VALUE "EXPCLAIM.DAT        EXPCLAIM   L".
        05 FILLER PIC X(32) VALUE "APOPEN.DAT          APOPEN     L".
        05 FILLER PIC X(32) VALUE "CUSTORD.DAT         CUSTORD    L".
        05 FILLER PIC X(32) VALUE "CUSTMAST.DAT        CUSTMAST   L".
        05 FILLER PIC X(32) VALUE "VENDMAST.DAT        VENDMAST   L".
        05 FILLER PIC X(32) VALUE "DEPTMAST.DAT        DEPTMAST   L".
        05 FILLER PIC X(32) VALUE "SLSPMAST.DAT        SLSPMAST   L".
        05 FILLER PIC X(32) VALUE "INSTMAST.DAT        INSTMAST   L".
        05 FILLER PIC X(32) VALUE "ASSYMAST.DAT        ASSYMAST   L".
        05 FILLER PIC X(32) VALUE "MATCAT.DAT          MATCAT     L".
        05 FILLER PIC X(32) VALUE "MATSTOCK.DAT        MATSTOCK   L".
        05 FILLER PIC X(32) VALUE "RATEMAST.DAT        RATEMAST   L".
        05 FILLER PIC X(32) VALUE "LOANBOOK.DAT        LOANBOOK   L".
        05 FILLER PIC X(32) VALUE "GLCHART.DAT         GLCHART    L".
        05 FILLER PIC X(32) VALUE "PARCELS.DAT         PARCELS    L".
        05 FILLER PIC X(32) VALUE "PARCPTS.DAT         PARCPTS    L".
        05 FILLER PIC X(32) VALUE "EMPROSTR.DAT        EMPROSTR   I".
        05 FILLER PIC X(32) VALUE "PAYHIST.DAT         PAYHIST    L".
        05 FILLER PIC X(32) VALUE "DEDHIST.DAT         DEDHIST    L".
        05 FILLER PIC X(32) VALUE "COMMHIST.DAT        COMMHIST   L".
        05 FILLER PIC X(32) VALUE "MATHIST.DAT         MATHIST    L".
        05 FILLER PIC X(32) VALUE "MATMOVE.DAT         MATMOVE    L".
        05 FILLER PIC X(32) VALUE "MATLOT.DAT          MATLOT     L".
        05 FILLER PIC X(32) VALUE "MATLOTH.DAT         MATLOTH    L".
        05 FILLER PIC X(32) VALUE "CLOCKTIME.DAT       CLOCKTIME  L".
        05 FILLER PIC X(32) VALUE "LABLEDG.DAT         LABLEDG    L".
        05 FILLER PIC X(32) VALUE "UNIFLEDG.DAT        UNIFLEDG   L".
        05 FILLER PIC X(32) VALUE "GLJRNL.DAT          GLJRNL     L".
        05 FILLER PIC X(32) VALUE "GLDETAIL.DAT        GLDETAIL   L".
        05 FILLER PIC X(32) VALUE "LOANPAY.DAT         LOANPAY    L".
        05 FILLER PIC X(32) VALUE "LOANBAL.DAT         LOANBAL    L".
        05 FILLER PIC X(32) VALUE "BANKDEP.DAT         BANKDEP    L".
        05 FILLER PIC X(32) VALUE "GAUGEHIS.DAT        GAUGEHIS   L".
        05 FILLER PIC X(32) VALUE "CUSTAUDT.DAT        CUSTAUDT   L".
        05 FILLER PIC X(32) VALUE "ROSTAUDT.DAT        ROSTAUDT   L".
        05 FILLER PIC X(32) VALUE "PUNCHAUD.DAT        PUNCHAUD   L".
        05 FILLER PIC X(32) VALUE "TSAUDIT.DAT         TSAUDIT    L".
        05 FILLER PIC X(32) VALUE "BANKAUDT.DAT        BANKAUDT   L".
        05 FILLER PIC X(32) VALUE "LOANAUDT.DAT        LOANAUDT   L".
        05 FILLER PIC X(32) VALUE "EINVLOG.DAT         EINVLOG    L".
        05 FILLER PIC X(32) VALUE "RUNCTL.DAT          RUNCTL     L".
        05 FILLER PIC X(32) VALUE "MERUNCTL.DAT        MERUNCTL   L".
        05 FILLER PIC X(32) VALUE "ARCHMANF.DAT        ARCHMANF   L".
        05 FILLER PIC X(32) VALUE "CFGSNAP.DAT         CFGSNAP    L".
        05 FILLER PIC X(32) VALUE "FILEHIST.DAT        FILEHIST   L".
        05 FILLER PIC X(32) VALUE "PAYIFACE.DAT        PAYIFACE   L".
        05 FILLER PIC X(32) VALUE "WHFEED.DAT          WHFEED     L".
        05 FILLER PIC X(32) VALUE "STMTX.DAT           STMTX      L".
        05 FILLER PIC X(32) VALUE "REMITX.DAT          REMITX     L".
        05 FILLER PIC X(32) VALUE "FREIGHTX.DAT        FREIGHTX   L".
        05 FILLER PIC X(32) VALUE "MATVALX.DAT         MATVALX    L".
        05 FILLER PIC X(32) VALUE "LOANPRVX.DAT        LOANPRVX   L".
        05 FILLER PIC X(32) VALUE "LEAVELX.DAT         LEAVELX    L".
        05 FILLER PIC X(32) VALUE "FXREALX.DAT         FXREALX    L".
    01 monitoredFileEntries REDEFINES MONITORED-FILE-TABLE.
        05 monitoredFileEntry OCCURS 75 TIMES.
            10 mfFileName PIC X(20).
            10 mfCapacityKey PIC X(11).
            10 mfOrganization PIC X(1).
    01 monitoredFileCount PIC 9(02) VALUE 75.
    01 capacityWorkTable.
        05 capacityWorkEntry OCCURS 75 TIMES.
            10 cwRecordCount PIC 9(09).
            10 cwByteSize PIC 9(12).
            10 cwOnFile PIC X(1).
            10 cwCurrentDate PIC 9(08).
            10 cwBase7Date PIC 9(08).
            10 cwBase7Bytes PIC 9(12).
            10 cwBase30Date PIC 9(08).
            10 cwBase30Bytes PIC 9(12).
            10 cwThresholdMb PIC 9(05)V99.
            10 cwHorizonDays PIC 9(05).
            10 cwLimitRowFound PIC X(1).
            10 cwLimitBestDate PIC 9(08).
    01 fileIndex PIC 9(02).
    01 fileFound PIC 9(02).
    01 runMode PIC X(1).
    01 runDate PIC 9(08).
    01 runDateInteger PIC 9(08).
    01 cutoff7Date PIC 9(08).
    01 cutoff30Date PIC 9(08).
    01 ctlRunDate PIC 9(08).
    01 alreadyMeasured PIC X(1) VALUE "N".
    01 recordByteLength PIC 9(05).
    01 defaultThresholdMb PIC 9(05)V99 VALUE 100.
    01 defaultHorizonDays PIC 9(05) VALUE 90.
    01 defaultRowFound PIC X(1) VALUE "N".
    01 defaultBestDate PIC 9(08) VALUE ZERO.
    01 capacityRowKey PIC X(11).
    01 thresholdBytes PIC 9(12).
    01 growth7Bytes PIC S9(12).
    01 growth30Bytes PIC S9(12).
    01 growthWindowDays PIC 9(05).
    01 dailyGrowthRate PIC S9(12)V99.
    01 daysToThreshold PIC 9(07).
    01 projectedDate PIC 9(08).
    01 measuredCount PIC 9(03) VALUE ZERO.
    01 overThresholdCount PIC 9(03) VALUE ZERO.
    01 withinHorizonCount PIC 9(03) VALUE ZERO.
    01 capacityTitleLine PIC X(50)
        VALUE "DATA-FILE GROWTH AND CAPACITY".
    01 capacityAsOfLine.
        05 FILLER PIC X(7) VALUE "AS OF: ".
        05 calRunDate PIC 9999/99/99.
    01 capacityHeadingLine.
        05 FILLER PIC X(21) VALUE "FILE".
        05 FILLER PIC X(10) VALUE "  RECORDS".
        05 FILLER PIC X(13) VALUE "        BYTES".
        05 FILLER PIC X(13) VALUE "   GROWTH-7D".
        05 FILLER PIC X(13) VALUE "  GROWTH-30D".
        05 FILLER PIC X(10) VALUE "  LIMIT-MB".
        05 FILLER PIC X(30) VALUE "  PROJECTION".
    01 capacityDetailLine.
        05 cdlFileName PIC X(20).
        05 FILLER PIC X(1) VALUE SPACE.
        05 cdlRecordCount PIC Z(08)9.
        05 FILLER PIC X(1) VALUE SPACE.
        05 cdlByteSize PIC Z(11)9.
        05 FILLER PIC X(1) VALUE SPACE.
        05 cdlGrowth7 PIC X(12).
        05 FILLER PIC X(1) VALUE SPACE.
        05 cdlGrowth30 PIC X(12).
        05 FILLER PIC X(1) VALUE SPACE.
        05 cdlThresholdMb PIC Z(04)9.99.
        05 FILLER PIC X(2) VALUE SPACES.
        05 cdlProjection PIC X(30).
    01 growthEdited PIC -(11)9.
    01 projectedDateEdited PIC 9999/99/99.
    01 daysEdited PIC Z(06)9.
    01 capacityTotalLine.
        05 FILLER PIC X(15) VALUE "FILES MEASURED=".
        05 ctlMeasuredCount PIC ZZ9.
        05 FILLER PIC X(17) VALUE " OVER THRESHOLD=".
        05 ctlOverCount PIC ZZ9.
        05 FILLER PIC X(17) VALUE " WITHIN HORIZON=".
        05 ctlWithinCount PIC ZZ9.
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27)
        VALUE "FILE-CAPACITY-MONITOR".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "FILE-CAPACITY-MONITOR", operatorId
    ACCEPT runDate FROM DATE YYYYMMDD
    COMPUTE runDateInteger = FUNCTION INTEGER-OF-DATE(runDate)
    DISPLAY "(M)easure file sizes or capacity (R)eport: "
    ACCEPT runMode
    PERFORM CheckAlreadyMeasured
    EVALUATE runMode
        WHEN "M" WHEN "m"
            MOVE "MEASURE" TO tlInputs
            IF alreadyMeasured = "Y"
                DISPLAY "File sizes already measured for " runDate
                    " - history not appended."
                MOVE "ALREADY MEASURED" TO tlResultOut
            ELSE
                PERFORM MeasureAllFiles
                MOVE SPACES TO tlResultOut
                STRING "MEASURED=" DELIMITED BY SIZE
                    measuredCount DELIMITED BY SIZE
                    INTO tlResultOut
                END-STRING
            END-IF
        WHEN "R" WHEN "r"
            MOVE "CAPACITY REPORT" TO tlInputs
            IF alreadyMeasured = "N"
                PERFORM MeasureAllFiles
            END-IF
            PERFORM WriteCapacityReport
            MOVE SPACES TO tlResultOut
            STRING "AT RISK=" DELIMITED BY SIZE
                overThresholdCount DELIMITED BY SIZE
                "/" DELIMITED BY SIZE
                withinHorizonCount DELIMITED BY SIZE
                INTO tlResultOut
            END-STRING
        WHEN OTHER
            DISPLAY "Invalid selection."
            MOVE "INVALID MODE" TO tlInputs
            MOVE SPACES TO tlResultOut
            MOVE "REJECTED" TO logRunStatus
    END-EVALUATE
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
CheckAlreadyMeasured.
    MOVE "N" TO alreadyMeasured
    MOVE "N" TO fileHistoryEOF
    OPEN INPUT fileHistoryFile
    IF fileHistoryStatus = "00"
        PERFORM MatchOneMeasuredRow UNTIL fileHistoryEOF = "Y"
        CLOSE fileHistoryFile
    END-IF.
MatchOneMeasuredRow.
    READ fileHistoryFile
        AT END MOVE "Y" TO fileHistoryEOF
        NOT AT END
            IF fhRunDate = runDate
                MOVE "Y" TO alreadyMeasured
                MOVE "Y" TO fileHistoryEOF
            END-IF
    END-READ.
MeasureAllFiles.
    MOVE ZERO TO measuredCount
    PERFORM MeasureOneFile
        VARYING fileIndex FROM 1 BY 1
        UNTIL fileIndex > monitoredFileCount
    OPEN EXTEND fileHistoryFile
    IF fileHistoryStatus = "05" OR fileHistoryStatus = "35"
        OPEN OUTPUT fileHistoryFile
    END-IF
    PERFORM AppendOneHistoryRow
        VARYING fileIndex FROM 1 BY 1
        UNTIL fileIndex > monitoredFileCount
    CLOSE fileHistoryFile
    DISPLAY "File sizes measured for " runDate " - "
        measuredCount " file(s) on FILEHIST.DAT".
MeasureOneFile.
    MOVE ZERO TO cwRecordCount (fileIndex)
    MOVE ZERO TO cwByteSize (fileIndex)
    MOVE "N" TO cwOnFile (fileIndex)
    IF mfOrganization (fileIndex) = "I"
        PERFORM MeasureRosterFile
    ELSE
        MOVE mfFileName (fileIndex) TO measuredFileName
        MOVE "N" TO measuredEOF
        OPEN INPUT measuredFile
        IF measuredFileStatus = "00"
            MOVE "Y" TO cwOnFile (fileIndex)
            PERFORM MeasureOneRecord UNTIL measuredEOF = "Y"
            CLOSE measuredFile
        END-IF
    END-IF
    IF cwOnFile (fileIndex) = "Y"
        ADD 1 TO measuredCount
    END-IF.
MeasureOneRecord.
    MOVE SPACES TO measuredRecord
    READ measuredFile
        AT END MOVE "Y" TO measuredEOF
        NOT AT END
            ADD 1 TO cwRecordCount (fileIndex)
            IF measuredRecord = SPACES
                MOVE ZERO TO recordByteLength
            ELSE
                COMPUTE recordByteLength = FUNCTION LENGTH(
                    FUNCTION TRIM(measuredRecord TRAILING))
            END-IF
            COMPUTE cwByteSize (fileIndex) =
                cwByteSize (fileIndex) + recordByteLength + 1
    END-READ.
MeasureRosterFile.
    MOVE "N" TO rosterEOF
    OPEN INPUT rosterFile
    IF rosterFileStatus = "00"
        MOVE "Y" TO cwOnFile (fileIndex)
        MOVE LOW-VALUES TO rEmployeeId
        START rosterFile KEY IS GREATER THAN OR EQUAL rEmployeeId
            INVALID KEY MOVE "Y" TO rosterEOF
        END-START
        PERFORM CountOneRosterRecord UNTIL rosterEOF = "Y"
        CLOSE rosterFile
        COMPUTE cwByteSize (fileIndex) =
            cwRecordCount (fileIndex) * LENGTH OF rosterRecord
    END-IF.
CountOneRosterRecord.
    READ rosterFile NEXT RECORD
        AT END MOVE "Y" TO rosterEOF
        NOT AT END ADD 1 TO cwRecordCount (fileIndex)
    END-READ.
AppendOneHistoryRow.
    MOVE runDate TO fhRunDate
    MOVE mfFileName (fileIndex) TO fhFileName
    MOVE cwRecordCount (fileIndex) TO fhRecordCount
    MOVE cwByteSize (fileIndex) TO fhByteSize
    MOVE cwOnFile (fileIndex) TO fhOnFile
    WRITE fileHistoryRecord.
WriteCapacityReport.
    COMPUTE cutoff7Date =
        FUNCTION DATE-OF-INTEGER(runDateInteger - 7)
    COMPUTE cutoff30Date =
        FUNCTION DATE-OF-INTEGER(runDateInteger - 30)
    PERFORM ClearOneHistoryWindow
        VARYING fileIndex FROM 1 BY 1
        UNTIL fileIndex > monitoredFileCount
    PERFORM LoadHistoryWindows
    PERFORM LoadCapacityLimits
    MOVE ZERO TO measuredCount
    MOVE ZERO TO overThresholdCount
    MOVE ZERO TO withinHorizonCount
    OPEN OUTPUT capacityReportFile
    WRITE capacityReportRecord FROM capacityTitleLine
    MOVE runDate TO calRunDate
    WRITE capacityReportRecord FROM capacityAsOfLine
    MOVE SPACES TO capacityReportRecord
    WRITE capacityReportRecord
    WRITE capacityReportRecord FROM capacityHeadingLine
    PERFORM WriteOneCapacityLine
        VARYING fileIndex FROM 1 BY 1
        UNTIL fileIndex > monitoredFileCount
    MOVE SPACES TO capacityReportRecord
    WRITE capacityReportRecord
    MOVE measuredCount TO ctlMeasuredCount
    MOVE overThresholdCount TO ctlOverCount
    MOVE withinHorizonCount TO ctlWithinCount
    WRITE capacityReportRecord FROM capacityTotalLine
    CLOSE capacityReportFile
    DISPLAY "Capacity report written to FILECAP.RPT - "
        overThresholdCount " over threshold, "
        withinHorizonCount " within horizon.".
ClearOneHistoryWindow.
    MOVE ZERO TO cwCurrentDate (fileIndex)
    MOVE ZERO TO cwBase7Date (fileIndex)
    MOVE ZERO TO cwBase7Bytes (fileIndex)
    MOVE ZERO TO cwBase30Date (fileIndex)
    MOVE ZERO TO cwBase30Bytes (fileIndex)
    MOVE ZERO TO cwRecordCount (fileIndex)
    MOVE ZERO TO cwByteSize (fileIndex)
    MOVE "N" TO cwOnFile (fileIndex)
    MOVE "N" TO cwLimitRowFound (fileIndex)
    MOVE ZERO TO cwLimitBestDate (fileIndex).
LoadHistoryWindows.
    MOVE "N" TO fileHistoryEOF
    OPEN INPUT fileHistoryFile
    IF fileHistoryStatus = "00"
        PERFORM ApplyOneHistoryRow UNTIL fileHistoryEOF = "Y"
        CLOSE fileHistoryFile
    END-IF.
ApplyOneHistoryRow.
    READ fileHistoryFile
        AT END MOVE "Y" TO fileHistoryEOF
        NOT AT END
            MOVE ZERO TO fileFound
            PERFORM MatchOneMonitoredName
                VARYING fileIndex FROM 1 BY 1
                UNTIL fileIndex > monitoredFileCount
                    OR fileFound > ZERO
            IF fileFound > ZERO AND fhRunDate <= runDate
                PERFORM ApplyHistoryToWindows
            END-IF
    END-READ.
MatchOneMonitoredName.
    IF mfFileName (fileIndex) = fhFileName
        MOVE fileIndex TO fileFound
    END-IF.
ApplyHistoryToWindows.
    IF fhRunDate >= cwCurrentDate (fileFound)
        MOVE fhRunDate TO cwCurrentDate (fileFound)
        MOVE fhRecordCount TO cwRecordCount (fileFound)
        MOVE fhByteSize TO cwByteSize (fileFound)
        MOVE fhOnFile TO cwOnFile (fileFound)
    END-IF
    IF fhRunDate <= cutoff7Date
        AND fhRunDate >= cwBase7Date (fileFound)
        AND fhOnFile = "Y"
        MOVE fhRunDate TO cwBase7Date (fileFound)
        MOVE fhByteSize TO cwBase7Bytes (fileFound)
    END-IF
    IF fhRunDate <= cutoff30Date
        AND fhRunDate >= cwBase30Date (fileFound)
        AND fhOnFile = "Y"
        MOVE fhRunDate TO cwBase30Date (fileFound)
        MOVE fhByteSize TO cwBase30Bytes (fileFound)
    END-IF.
LoadCapacityLimits.
    ACCEPT ctlRunDate FROM DATE YYYYMMDD
    MOVE "N" TO ctlLimitEOF
    OPEN INPUT ctlLimitFile
    IF ctlLimitFileStatus = "00"
        PERFORM FindCapacityLimitRows UNTIL ctlLimitEOF = "Y"
        CLOSE ctlLimitFile
    END-IF
    PERFORM ApplyDefaultLimit
        VARYING fileIndex FROM 1 BY 1
        UNTIL fileIndex > monitoredFileCount.
FindCapacityLimitRows.
    READ ctlLimitFile
        AT END MOVE "Y" TO ctlLimitEOF
        NOT AT END
            IF CTL-EFFECTIVE-DATE IS NOT NUMERIC
                MOVE ZERO TO CTL-EFFECTIVE-DATE
            END-IF
            IF CTL-CHECK-NAME (1:4) = "CAP-"
                AND CTL-EFFECTIVE-DATE <= ctlRunDate
                MOVE CTL-CHECK-NAME (5:11) TO capacityRowKey
                PERFORM ApplyCapacityLimitRow
            END-IF
    END-READ.
ApplyCapacityLimitRow.
    IF capacityRowKey = "DEFAULT"
        IF defaultRowFound = "N"
            OR CTL-EFFECTIVE-DATE >= defaultBestDate
            IF CTL-LIMIT-VALUE-1 > ZERO
                MOVE CTL-LIMIT-VALUE-1 TO defaultThresholdMb
            END-IF
            IF CTL-LIMIT-VALUE-2 > ZERO
                MOVE CTL-LIMIT-VALUE-2 TO defaultHorizonDays
            END-IF
            MOVE CTL-EFFECTIVE-DATE TO defaultBestDate
            MOVE "Y" TO defaultRowFound
        END-IF
    ELSE
        MOVE ZERO TO fileFound
        PERFORM MatchOneCapacityKey
            VARYING fileIndex FROM 1 BY 1
            UNTIL fileIndex > monitoredFileCount
                OR fileFound > ZERO
        IF fileFound > ZERO
            IF cwLimitRowFound (fileFound) = "N"
                OR CTL-EFFECTIVE-DATE
                    >= cwLimitBestDate (fileFound)
                MOVE CTL-LIMIT-VALUE-1
                    TO cwThresholdMb (fileFound)
                MOVE CTL-LIMIT-VALUE-2
                    TO cwHorizonDays (fileFound)
                MOVE CTL-EFFECTIVE-DATE
                    TO cwLimitBestDate (fileFound)
                MOVE "Y" TO cwLimitRowFound (fileFound)
            END-IF
        END-IF
    END-IF.
MatchOneCapacityKey.
    IF mfCapacityKey (fileIndex) = capacityRowKey
        MOVE fileIndex TO fileFound
    END-IF.
ApplyDefaultLimit.
    IF cwLimitRowFound (fileIndex) = "N"
        MOVE defaultThresholdMb TO cwThresholdMb (fileIndex)
        MOVE defaultHorizonDays TO cwHorizonDays (fileIndex)
    END-IF
    IF cwThresholdMb (fileIndex) = ZERO
        MOVE defaultThresholdMb TO cwThresholdMb (fileIndex)
    END-IF
    IF cwHorizonDays (fileIndex) = ZERO
        MOVE defaultHorizonDays TO cwHorizonDays (fileIndex)
    END-IF.
WriteOneCapacityLine.
    MOVE mfFileName (fileIndex) TO cdlFileName
    MOVE cwRecordCount (fileIndex) TO cdlRecordCount
    MOVE cwByteSize (fileIndex) TO cdlByteSize
    MOVE cwThresholdMb (fileIndex) TO cdlThresholdMb
    MOVE "N/A" TO cdlGrowth7
    MOVE "N/A" TO cdlGrowth30
    MOVE ZERO TO growthWindowDays
    MOVE ZERO TO dailyGrowthRate
    IF cwOnFile (fileIndex) NOT = "Y"
        MOVE "NOT ON FILE" TO cdlProjection
    ELSE
        ADD 1 TO measuredCount
        IF cwBase7Date (fileIndex) > ZERO
            COMPUTE growth7Bytes = cwByteSize (fileIndex)
                - cwBase7Bytes (fileIndex)
            MOVE growth7Bytes TO growthEdited
            MOVE growthEdited TO cdlGrowth7
            COMPUTE growthWindowDays = runDateInteger
                - FUNCTION INTEGER-OF-DATE(cwBase7Date (fileIndex))
            COMPUTE dailyGrowthRate ROUNDED =
                growth7Bytes / growthWindowDays
        END-IF
        IF cwBase30Date (fileIndex) > ZERO
            COMPUTE growth30Bytes = cwByteSize (fileIndex)
                - cwBase30Bytes (fileIndex)
            MOVE growth30Bytes TO growthEdited
            MOVE growthEdited TO cdlGrowth30
            COMPUTE growthWindowDays = runDateInteger
                - FUNCTION INTEGER-OF-DATE(cwBase30Date (fileIndex))
            COMPUTE dailyGrowthRate ROUNDED =
                growth30Bytes / growthWindowDays
        END-IF
        COMPUTE thresholdBytes = cwThresholdMb (fileIndex) * 1048576
        IF cwByteSize (fileIndex) >= thresholdBytes
            MOVE "** OVER THRESHOLD" TO cdlProjection
            ADD 1 TO overThresholdCount
        ELSE
        IF growthWindowDays = ZERO
            MOVE "NO HISTORY YET" TO cdlProjection
        ELSE
        IF dailyGrowthRate NOT > ZERO
            MOVE "NOT GROWING" TO cdlProjection
        ELSE
            PERFORM ProjectThresholdDate
        END-IF
        END-IF
        END-IF
    END-IF
    WRITE capacityReportRecord FROM capacityDetailLine.
ProjectThresholdDate.
    COMPUTE daysToThreshold ROUNDED =
        (thresholdBytes - cwByteSize (fileIndex)) / dailyGrowthRate
        ON SIZE ERROR MOVE 9999999 TO daysToThreshold
    END-COMPUTE
    MOVE SPACES TO cdlProjection
    IF daysToThreshold > 36500
        MOVE "OVER 100 YEARS" TO cdlProjection
    ELSE
        COMPUTE projectedDate = FUNCTION DATE-OF-INTEGER(
            runDateInteger + daysToThreshold)
        MOVE projectedDate TO projectedDateEdited
        MOVE daysToThreshold TO daysEdited
        IF daysToThreshold <= cwHorizonDays (fileIndex)
            ADD 1 TO withinHorizonCount
            STRING "** " DELIMITED BY SIZE
                projectedDateEdited DELIMITED BY SIZE
                " IN" DELIMITED BY SIZE
                daysEdited DELIMITED BY SIZE
                " DAYS" DELIMITED BY SIZE
                INTO cdlProjection
            END-STRING
        ELSE
            STRING projectedDateEdited DELIMITED BY SIZE
                " IN" DELIMITED BY SIZE
                daysEdited DELIMITED BY SIZE
                " DAYS" DELIMITED BY SIZE
                INTO cdlProjection
            END-STRING
        END-IF
    END-IF.
