*> Deduction remittance run. Payroll withheld union dues, garnishments
*> and the graduated withholding every period but nothing said who
*> each amount was owed to or whether it had been paid over, so the
*> clerk worked it out from the deduction register by hand. The
*> deduction-code master DEDCODE.DAT names each code's payee as a
*> VENDMAST.DAT vendor code and how often it is remitted (P every
*> pay period, M monthly, Q quarterly). For the period keyed - and
*> optionally one remittance frequency - this totals the DEDHIST.DAT
*> rows TIME-IN-SECONDS wrote beside PAYHIST.DAT whose pay period
*> ends inside it, by payee and by code, and prints REMIT.RPT: the
*> remittance schedule per payee with the employee detail behind
*> every code total. Rows already marked remitted are counted and
*> left alone, and a code with no master row or no payee is listed
*> as an exception and left unmarked for the next run. One liability
*> row per payee is appended to REMITX.DAT stamped with today's date
*> under source type DEDREMIT for GL-JOURNAL-EXTRACT to journal, and
*> each row remitted is marked R with today's date on DEDHIST.DAT so
*> the same withholding can never be remitted twice.
IDENTIFICATION DIVISION.
PROGRAM-ID. DEDUCTION-REMITTANCE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT deductionCodeFile ASSIGN TO "DEDCODE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS deductionCodeStatus.
    SELECT vendorMasterFile ASSIGN TO "VENDMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS vendorMasterStatus.
    SELECT deductionHistoryFile ASSIGN TO "DEDHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS deductionHistoryStatus.
    SELECT remittanceExtractFile ASSIGN TO "REMITX.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS remittanceExtractStatus.
    SELECT remittanceReportFile ASSIGN TO "REMIT.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  deductionCodeFile.
COPY "DEDCODE.cpy".
FD  vendorMasterFile.
COPY "VENDMAST.cpy".
FD  deductionHistoryFile.
COPY "DEDHIST.cpy".
FD  remittanceExtractFile.
COPY "REMITX.cpy".
FD  remittanceReportFile.
01 remittanceReportRecord PIC X(132).
WORKING-STORAGE SECTION.
    01 deductionCodeStatus PIC X(2) VALUE "00".
    01 vendorMasterStatus PIC X(2) VALUE "00".
    01 deductionHistoryStatus PIC X(2) VALUE "00".
    01 remittanceExtractStatus PIC X(2) VALUE "00".
    01 deductionCodeEOF PIC X(1) VALUE "N".
    01 vendorMasterEOF PIC X(1) VALUE "N".
    01 deductionHistoryEOF PIC X(1) VALUE "N".
    01 runDate PIC 9(08).
    01 keyedFromText PIC X(08).
    01 keyedToText PIC X(08).
    01 keyedFrequency PIC X(1).
    01 remitFromDate PIC 9(08).
    01 remitToDate PIC 9(08).
    01 codeTable.
        05 codeEntry OCCURS 50 TIMES.
            10 cdDeductionCode PIC X(4).
            10 cdDescription PIC X(20).
            10 cdPayeeVendorCode PIC X(4).
            10 cdRemitFrequency PIC X(1).
            10 cdTotal PIC 9(09)V99.
            10 cdRowCount PIC 9(05).
    01 codeCount PIC 99 VALUE ZERO.
    01 codeIndex PIC 99.
    01 codeFound PIC 99.
    01 vendorTable.
        05 vendorEntry OCCURS 50 TIMES.
            10 vdVendorCode PIC X(4).
            10 vdVendorName PIC X(20).
    01 vendorCount PIC 99 VALUE ZERO.
    01 vendorIndex PIC 99.
    01 payeeTable.
        05 payeeEntry OCCURS 50 TIMES.
            10 peVendorCode PIC X(4).
            10 peVendorName PIC X(20).
            10 peTotal PIC 9(09)V99.
    01 payeeCount PIC 99 VALUE ZERO.
    01 payeeIndex PIC 99.
    01 payeeFound PIC 99.
    01 historyTable.
        05 historyEntry OCCURS 2000 TIMES.
            10 hsEmployeeId PIC 9(06).
            10 hsPeriodFrom PIC 9(08).
            10 hsPeriodTo PIC 9(08).
            10 hsDeductionCode PIC X(4).
            10 hsAmount PIC 9(07)V99.
            10 hsRunDate PIC 9(08).
            10 hsRemittedFlag PIC X(1).
            10 hsRemitDate PIC 9(08).
            10 hsSelected PIC X(1).
    01 historyCount PIC 9(04) VALUE ZERO.
    01 historyIndex PIC 9(04).
    01 historyOverflow PIC X(1) VALUE "N".
    01 selectedCount PIC 9(05) VALUE ZERO.
    01 alreadyRemittedCount PIC 9(05) VALUE ZERO.
    01 exceptionCount PIC 9(05) VALUE ZERO.
    01 extractRowCount PIC 9(03) VALUE ZERO.
    01 remitGrandTotal PIC 9(11)V99 VALUE ZERO.
    01 exceptionReason PIC X(20).
    01 reportTitleLine.
        05 FILLER PIC X(34)
            VALUE "DEDUCTION REMITTANCE SCHEDULE FOR ".
        05 rtlFromDate PIC 9999/99/99.
        05 FILLER PIC X(4) VALUE " TO ".
        05 rtlToDate PIC 9999/99/99.
        05 FILLER PIC X(13) VALUE "  FREQUENCY: ".
        05 rtlFrequency PIC X(3).
    01 payeeHeadLine.
        05 FILLER PIC X(6) VALUE "PAYEE ".
        05 phlVendorCode PIC X(4).
        05 FILLER PIC X(1) VALUE SPACE.
        05 phlVendorName PIC X(20).
    01 codeHeadLine.
        05 FILLER PIC X(4) VALUE SPACES.
        05 FILLER PIC X(5) VALUE "CODE ".
        05 chlDeductionCode PIC X(4).
        05 FILLER PIC X(1) VALUE SPACE.
        05 chlDescription PIC X(20).
        05 FILLER PIC X(11) VALUE " FREQUENCY ".
        05 chlRemitFrequency PIC X(1).
    01 employeeDetailLine.
        05 FILLER PIC X(8) VALUE SPACES.
        05 FILLER PIC X(4) VALUE "EMP ".
        05 edlEmployeeId PIC 9(06).
        05 FILLER PIC X(8) VALUE " PERIOD ".
        05 edlPeriodFrom PIC 9999/99/99.
        05 FILLER PIC X(3) VALUE " - ".
        05 edlPeriodTo PIC 9999/99/99.
        05 FILLER PIC X(8) VALUE " AMOUNT ".
        05 edlAmount PIC Z(06)9.99.
    01 codeTotalLine.
        05 FILLER PIC X(4) VALUE SPACES.
        05 FILLER PIC X(11) VALUE "TOTAL CODE ".
        05 ctlDeductionCode PIC X(4).
        05 FILLER PIC X(1) VALUE SPACE.
        05 ctlRowCount PIC ZZZZ9.
        05 FILLER PIC X(8) VALUE " ROW(S) ".
        05 ctlTotal PIC Z(08)9.99.
    01 payeeTotalLine.
        05 FILLER PIC X(15) VALUE "TOTAL TO REMIT ".
        05 ptlVendorCode PIC X(4).
        05 FILLER PIC X(1) VALUE SPACE.
        05 ptlVendorName PIC X(20).
        05 FILLER PIC X(1) VALUE SPACE.
        05 ptlTotal PIC Z(08)9.99.
    01 grandTotalLine.
        05 FILLER PIC X(27) VALUE "TOTAL REMITTED ALL PAYEES  ".
        05 gtlTotal PIC Z(10)9.99.
        05 FILLER PIC X(7) VALUE " ROWS: ".
        05 gtlSelectedCount PIC ZZZZ9.
    01 alreadyRemittedLine.
        05 FILLER PIC X(44)
            VALUE "ROWS IN PERIOD ALREADY REMITTED - SKIPPED: ".
        05 arlCount PIC ZZZZ9.
    01 exceptionTitleLine PIC X(60)
        VALUE "EXCEPTIONS - NOT REMITTED, LEFT FOR THE NEXT RUN".
    01 exceptionDetailLine.
        05 FILLER PIC X(4) VALUE "EMP ".
        05 xdlEmployeeId PIC 9(06).
        05 FILLER PIC X(6) VALUE " CODE ".
        05 xdlDeductionCode PIC X(4).
        05 FILLER PIC X(8) VALUE " PERIOD ".
        05 xdlPeriodTo PIC 9999/99/99.
        05 FILLER PIC X(8) VALUE " AMOUNT ".
        05 xdlAmount PIC Z(06)9.99.
        05 FILLER PIC X(1) VALUE SPACE.
        05 xdlReason PIC X(20).
    01 blankLine PIC X(1) VALUE SPACE.
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27) VALUE "DEDUCTION-REMITTANCE".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "DEDUCTION-REMITTANCE", operatorId
    ACCEPT runDate FROM DATE YYYYMMDD
    DISPLAY "Enter remittance period from (YYYYMMDD): "
    ACCEPT keyedFromText
    DISPLAY "Enter remittance period to (YYYYMMDD): "
    ACCEPT keyedToText
    DISPLAY "Remit which frequency (P/M/Q, blank for all): "
    ACCEPT keyedFrequency
    INSPECT keyedFrequency CONVERTING "pmq" TO "PMQ"
    MOVE SPACES TO tlInputs
    STRING "REMIT " DELIMITED BY SIZE
        keyedFromText DELIMITED BY SIZE
        "-" DELIMITED BY SIZE
        keyedToText DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        keyedFrequency DELIMITED BY SIZE
        INTO tlInputs
    END-STRING
    IF keyedFromText IS NOT NUMERIC
        OR keyedToText IS NOT NUMERIC
        OR keyedFromText > keyedToText
        DISPLAY "Remittance period is not a valid date range - "
            "refused."
        MOVE "REJECTED" TO logRunStatus
        MOVE "BAD PERIOD" TO tlResultOut
    ELSE
    IF keyedFrequency NOT = SPACE AND keyedFrequency NOT = "P"
        AND keyedFrequency NOT = "M" AND keyedFrequency NOT = "Q"
        DISPLAY "Frequency must be P, M, Q or blank - refused."
        MOVE "REJECTED" TO logRunStatus
        MOVE "BAD FREQUENCY" TO tlResultOut
    ELSE
        MOVE keyedFromText TO remitFromDate
        MOVE keyedToText TO remitToDate
        PERFORM LoadDeductionCodes
        PERFORM LoadVendorNames
        PERFORM LoadDeductionHistory
        IF codeCount = ZERO
            DISPLAY "No deduction-code master on file - remittance "
                "not run."
            MOVE "ERROR" TO logRunStatus
            MOVE "NO DEDCODE" TO tlResultOut
        ELSE
        IF historyOverflow = "Y"
            DISPLAY "DEDHIST.DAT OVERFLOWS THE WORK TABLE - REFUSED - "
                "ARCHIVE REMITTED ROWS FIRST"
            MOVE "REJECTED" TO logRunStatus
            MOVE "OVERFLOW" TO tlResultOut
        ELSE
            PERFORM SelectOneHistoryRow
                VARYING historyIndex FROM 1 BY 1
                UNTIL historyIndex > historyCount
            PERFORM WriteRemittanceReport
            IF selectedCount = ZERO
                DISPLAY "Nothing due for the period - "
                    alreadyRemittedCount " row(s) already remitted."
                MOVE "NOTHING DUE" TO tlResultOut
            ELSE
                PERFORM WriteRemittanceExtract
                PERFORM RewriteDeductionHistory
                DISPLAY selectedCount " row(s) remitted to "
                    payeeCount " payee(s) - schedule on REMIT.RPT, "
                    extractRowCount " liability row(s) on REMITX.DAT"
                MOVE SPACES TO tlResultOut
                STRING "ROWS=" DELIMITED BY SIZE
                    selectedCount DELIMITED BY SIZE
                    INTO tlResultOut
                END-STRING
            END-IF
            IF exceptionCount > ZERO
                DISPLAY exceptionCount " row(s) with no payee - "
                    "see exceptions on REMIT.RPT."
            END-IF
        END-IF
        END-IF
    END-IF
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
LoadDeductionCodes.
    MOVE ZERO TO codeCount
    MOVE "N" TO deductionCodeEOF
    OPEN INPUT deductionCodeFile
    IF deductionCodeStatus = "00"
        PERFORM ReadDeductionCodeRecord
        PERFORM AddCodeEntry
            UNTIL deductionCodeEOF = "Y" OR codeCount = 50
        CLOSE deductionCodeFile
    END-IF.
ReadDeductionCodeRecord.
    READ deductionCodeFile
        AT END MOVE "Y" TO deductionCodeEOF
    END-READ.
AddCodeEntry.
    ADD 1 TO codeCount
    MOVE dcDeductionCode TO cdDeductionCode (codeCount)
    MOVE dcDescription TO cdDescription (codeCount)
    MOVE dcPayeeVendorCode TO cdPayeeVendorCode (codeCount)
    MOVE dcRemitFrequency TO cdRemitFrequency (codeCount)
    MOVE ZERO TO cdTotal (codeCount)
    MOVE ZERO TO cdRowCount (codeCount)
    PERFORM ReadDeductionCodeRecord.
LoadVendorNames.
    MOVE ZERO TO vendorCount
    MOVE "N" TO vendorMasterEOF
    OPEN INPUT vendorMasterFile
    IF vendorMasterStatus = "00"
        PERFORM ReadVendorRecord
        PERFORM AddVendorEntry
            UNTIL vendorMasterEOF = "Y" OR vendorCount = 50
        CLOSE vendorMasterFile
    END-IF.
ReadVendorRecord.
    READ vendorMasterFile
        AT END MOVE "Y" TO vendorMasterEOF
    END-READ.
AddVendorEntry.
    ADD 1 TO vendorCount
    MOVE vnVendorCode TO vdVendorCode (vendorCount)
    MOVE vnVendorName TO vdVendorName (vendorCount)
    PERFORM ReadVendorRecord.
LoadDeductionHistory.
    MOVE ZERO TO historyCount
    MOVE "N" TO deductionHistoryEOF
    OPEN INPUT deductionHistoryFile
    IF deductionHistoryStatus = "00"
        PERFORM ReadDeductionHistoryRecord
        PERFORM AddHistoryEntry
            UNTIL deductionHistoryEOF = "Y" OR historyCount = 2000
        IF deductionHistoryEOF NOT = "Y"
            MOVE "Y" TO historyOverflow
        END-IF
        CLOSE deductionHistoryFile
    END-IF.
ReadDeductionHistoryRecord.
    READ deductionHistoryFile
        AT END MOVE "Y" TO deductionHistoryEOF
    END-READ.
AddHistoryEntry.
    ADD 1 TO historyCount
    MOVE dhEmployeeId TO hsEmployeeId (historyCount)
    MOVE dhPeriodFrom TO hsPeriodFrom (historyCount)
    MOVE dhPeriodTo TO hsPeriodTo (historyCount)
    MOVE dhDeductionCode TO hsDeductionCode (historyCount)
    MOVE dhAmount TO hsAmount (historyCount)
    MOVE dhRunDate TO hsRunDate (historyCount)
    MOVE dhRemittedFlag TO hsRemittedFlag (historyCount)
    MOVE dhRemitDate TO hsRemitDate (historyCount)
    MOVE "N" TO hsSelected (historyCount)
    PERFORM ReadDeductionHistoryRecord.
SelectOneHistoryRow.
    IF hsPeriodTo (historyIndex) >= remitFromDate
        AND hsPeriodTo (historyIndex) <= remitToDate
        PERFORM FindDeductionCode
        IF codeFound = ZERO
            OR keyedFrequency = SPACE
            OR cdRemitFrequency (codeFound) = keyedFrequency
            IF hsRemittedFlag (historyIndex) = "R"
                ADD 1 TO alreadyRemittedCount
            ELSE
            IF codeFound = ZERO
                ADD 1 TO exceptionCount
            ELSE
            IF cdPayeeVendorCode (codeFound) = SPACES
                ADD 1 TO exceptionCount
            ELSE
                MOVE "Y" TO hsSelected (historyIndex)
                ADD 1 TO selectedCount
                ADD hsAmount (historyIndex) TO cdTotal (codeFound)
                ADD 1 TO cdRowCount (codeFound)
                ADD hsAmount (historyIndex) TO remitGrandTotal
                PERFORM AddPayeeAmount
            END-IF
            END-IF
            END-IF
        END-IF
    END-IF.
FindDeductionCode.
    MOVE ZERO TO codeFound
    PERFORM MatchOneDeductionCode
        VARYING codeIndex FROM 1 BY 1
        UNTIL codeIndex > codeCount
            OR codeFound > ZERO.
MatchOneDeductionCode.
    IF cdDeductionCode (codeIndex) = hsDeductionCode (historyIndex)
        MOVE codeIndex TO codeFound
    END-IF.
AddPayeeAmount.
    MOVE ZERO TO payeeFound
    PERFORM MatchOnePayee
        VARYING payeeIndex FROM 1 BY 1
        UNTIL payeeIndex > payeeCount
            OR payeeFound > ZERO
    IF payeeFound = ZERO
        ADD 1 TO payeeCount
        MOVE payeeCount TO payeeFound
        MOVE cdPayeeVendorCode (codeFound)
            TO peVendorCode (payeeFound)
        MOVE "*NOT ON VENDMAST*" TO peVendorName (payeeFound)
        MOVE ZERO TO peTotal (payeeFound)
        PERFORM NameOnePayee
            VARYING vendorIndex FROM 1 BY 1
            UNTIL vendorIndex > vendorCount
    END-IF
    ADD hsAmount (historyIndex) TO peTotal (payeeFound).
MatchOnePayee.
    IF peVendorCode (payeeIndex) = cdPayeeVendorCode (codeFound)
        MOVE payeeIndex TO payeeFound
    END-IF.
NameOnePayee.
    IF vdVendorCode (vendorIndex) = peVendorCode (payeeFound)
        MOVE vdVendorName (vendorIndex) TO peVendorName (payeeFound)
    END-IF.
WriteRemittanceReport.
    OPEN OUTPUT remittanceReportFile
    MOVE remitFromDate TO rtlFromDate
    MOVE remitToDate TO rtlToDate
    IF keyedFrequency = SPACE
        MOVE "ALL" TO rtlFrequency
    ELSE
        MOVE keyedFrequency TO rtlFrequency
    END-IF
    WRITE remittanceReportRecord FROM reportTitleLine
    WRITE remittanceReportRecord FROM blankLine
    PERFORM PrintOnePayee
        VARYING payeeIndex FROM 1 BY 1
        UNTIL payeeIndex > payeeCount
    MOVE remitGrandTotal TO gtlTotal
    MOVE selectedCount TO gtlSelectedCount
    WRITE remittanceReportRecord FROM grandTotalLine
    MOVE alreadyRemittedCount TO arlCount
    WRITE remittanceReportRecord FROM alreadyRemittedLine
    IF exceptionCount > ZERO
        WRITE remittanceReportRecord FROM blankLine
        WRITE remittanceReportRecord FROM exceptionTitleLine
        PERFORM PrintOneException
            VARYING historyIndex FROM 1 BY 1
            UNTIL historyIndex > historyCount
    END-IF
    CLOSE remittanceReportFile.
PrintOnePayee.
    MOVE peVendorCode (payeeIndex) TO phlVendorCode
    MOVE peVendorName (payeeIndex) TO phlVendorName
    WRITE remittanceReportRecord FROM payeeHeadLine
    PERFORM PrintOneCode
        VARYING codeIndex FROM 1 BY 1
        UNTIL codeIndex > codeCount
    MOVE peVendorCode (payeeIndex) TO ptlVendorCode
    MOVE peVendorName (payeeIndex) TO ptlVendorName
    MOVE peTotal (payeeIndex) TO ptlTotal
    WRITE remittanceReportRecord FROM payeeTotalLine
    WRITE remittanceReportRecord FROM blankLine.
PrintOneCode.
    IF cdPayeeVendorCode (codeIndex) = peVendorCode (payeeIndex)
        AND cdRowCount (codeIndex) > ZERO
        MOVE cdDeductionCode (codeIndex) TO chlDeductionCode
        MOVE cdDescription (codeIndex) TO chlDescription
        MOVE cdRemitFrequency (codeIndex) TO chlRemitFrequency
        WRITE remittanceReportRecord FROM codeHeadLine
        PERFORM PrintOneEmployeeRow
            VARYING historyIndex FROM 1 BY 1
            UNTIL historyIndex > historyCount
        MOVE cdDeductionCode (codeIndex) TO ctlDeductionCode
        MOVE cdRowCount (codeIndex) TO ctlRowCount
        MOVE cdTotal (codeIndex) TO ctlTotal
        WRITE remittanceReportRecord FROM codeTotalLine
    END-IF.
PrintOneEmployeeRow.
    IF hsSelected (historyIndex) = "Y"
        AND hsDeductionCode (historyIndex) = cdDeductionCode (codeIndex)
        MOVE hsEmployeeId (historyIndex) TO edlEmployeeId
        MOVE hsPeriodFrom (historyIndex) TO edlPeriodFrom
        MOVE hsPeriodTo (historyIndex) TO edlPeriodTo
        MOVE hsAmount (historyIndex) TO edlAmount
        WRITE remittanceReportRecord FROM employeeDetailLine
    END-IF.
PrintOneException.
    IF hsSelected (historyIndex) = "N"
        AND hsRemittedFlag (historyIndex) NOT = "R"
        AND hsPeriodTo (historyIndex) >= remitFromDate
        AND hsPeriodTo (historyIndex) <= remitToDate
        PERFORM FindDeductionCode
        IF codeFound = ZERO
            MOVE "NO DEDCODE ROW" TO exceptionReason
            PERFORM PrintExceptionLine
        ELSE
        IF cdPayeeVendorCode (codeFound) = SPACES
            AND (keyedFrequency = SPACE
                OR cdRemitFrequency (codeFound) = keyedFrequency)
            MOVE "NO PAYEE ON DEDCODE" TO exceptionReason
            PERFORM PrintExceptionLine
        END-IF
        END-IF
    END-IF.
PrintExceptionLine.
    MOVE hsEmployeeId (historyIndex) TO xdlEmployeeId
    MOVE hsDeductionCode (historyIndex) TO xdlDeductionCode
    MOVE hsPeriodTo (historyIndex) TO xdlPeriodTo
    MOVE hsAmount (historyIndex) TO xdlAmount
    MOVE exceptionReason TO xdlReason
    WRITE remittanceReportRecord FROM exceptionDetailLine.
WriteRemittanceExtract.
    OPEN EXTEND remittanceExtractFile
    IF remittanceExtractStatus = "05" OR remittanceExtractStatus = "35"
        OPEN OUTPUT remittanceExtractFile
    END-IF
    PERFORM WriteOneExtractRow
        VARYING payeeIndex FROM 1 BY 1
        UNTIL payeeIndex > payeeCount
    CLOSE remittanceExtractFile.
WriteOneExtractRow.
    IF peTotal (payeeIndex) > ZERO
        MOVE runDate TO rxRunDate
        MOVE "DEDREMIT" TO rxSourceType
        MOVE peTotal (payeeIndex) TO rxAmount
        MOVE SPACES TO rxReference
        STRING "REMIT " DELIMITED BY SIZE
            peVendorCode (payeeIndex) DELIMITED BY SIZE
            INTO rxReference
        END-STRING
        WRITE remittanceExtract
        ADD 1 TO extractRowCount
    END-IF.
RewriteDeductionHistory.
    OPEN OUTPUT deductionHistoryFile
    PERFORM WriteOneHistoryRow
        VARYING historyIndex FROM 1 BY 1
        UNTIL historyIndex > historyCount
    CLOSE deductionHistoryFile.
WriteOneHistoryRow.
    MOVE hsEmployeeId (historyIndex) TO dhEmployeeId
    MOVE hsPeriodFrom (historyIndex) TO dhPeriodFrom
    MOVE hsPeriodTo (historyIndex) TO dhPeriodTo
    MOVE hsDeductionCode (historyIndex) TO dhDeductionCode
    MOVE hsAmount (historyIndex) TO dhAmount
    MOVE hsRunDate (historyIndex) TO dhRunDate
    IF hsSelected (historyIndex) = "Y"
        MOVE "R" TO dhRemittedFlag
        MOVE runDate TO dhRemitDate
    ELSE
        MOVE hsRemittedFlag (historyIndex) TO dhRemittedFlag
        MOVE hsRemitDate (historyIndex) TO dhRemitDate
    END-IF
    WRITE deductionHistoryRecord.
