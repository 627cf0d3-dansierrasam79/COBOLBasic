*> Weekly cross-file referential integrity sweep over the business
*> masters. Every program checks its own keys as it goes, but nothing
*> looked across the files for the orphans that hand edits, restores
*> and the annual purge leave behind - an estimate job with no job
*> register row once skewed CUSTOMER-PROFITABILITY for a quarter.
*> This loads the master keys (customers from CUSTMAST.DAT, jobs from
*> JOBREG.DAT, quotes from QUOTEREG.DAT, invoices from INVCREG.DAT,
*> materials from MATCAT.DAT; employees are read by key from the
*> EMPROSTR.DAT roster) and runs ten checks: quote rows whose
*> customer is missing, estimate lines and labor-ledger lines with no
*> job register row, invoices whose quote is gone, receipts against
*> unknown invoices, pay history, deduction, bank-account and pay-
*> rate rows for employees not on the roster, and stock rows whose
*> material code is not in the catalog. INTEGSWP.RPT lists every
*> offending row's key under its check with the rows read and the
*> orphan count, then a summary line per check. A dependent file not
*> on file has nothing to check; a master that is not on file or is
*> larger than its work table leaves its checks unrun, which is
*> reported rather than passed. The program ends with RETURN-CODE 4
*> when it finds orphans and 8 when a check could not be run, so
*> DAILY-STREAM-CONTROLLER stops and flags the stream.
*> The controller now treats return code 4 as an alert - it finishes
*> the stream and ends on 4 - and stops only on 8. The receipt record
*> layout now comes from the shared copybook CASHRCT.cpy.
IDENTIFICATION DIVISION.
PROGRAM-ID. REFERENTIAL-INTEGRITY-SWEEP.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT customerMasterFile ASSIGN TO "CUSTMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS customerMasterStatus.
    SELECT jobRegisterFile ASSIGN TO "JOBREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS jobRegisterStatus.
    SELECT quoteRegisterFile ASSIGN TO "QUOTEREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS quoteRegisterStatus.
    SELECT invoiceRegisterFile ASSIGN TO "INVCREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS invoiceRegisterStatus.
    SELECT materialCatalogFile ASSIGN TO "MATCAT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS materialCatalogStatus.
    SELECT rosterFile ASSIGN TO "EMPROSTR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS rEmployeeId
        FILE STATUS IS rosterFileStatus.
    SELECT estimateDetailFile ASSIGN TO "ESTDETL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estimateDetailStatus.
    SELECT cashReceiptsFile ASSIGN TO "CASHRCT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS cashReceiptsStatus.
    SELECT payHistoryFile ASSIGN TO "PAYHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS payHistoryStatus.
    SELECT deductionMasterFile ASSIGN TO "DEDUCT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS deductionMasterStatus.
    SELECT employeeBankFile ASSIGN TO "EMPBANK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS employeeBankStatus.
    SELECT payRateFile ASSIGN TO "PAYRATE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS payRateStatus.
    SELECT laborLedgerFile ASSIGN TO "LABLEDG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS laborLedgerStatus.
    SELECT materialStockFile ASSIGN TO "MATSTOCK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS materialStockStatus.
    SELECT integrityReportFile ASSIGN TO "INTEGSWP.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  customerMasterFile.
COPY "CUSTMAST.cpy".
FD  jobRegisterFile.
01 jobRegisterRecord.
    05 jrJobNumber PIC 9(6).
    05 jrJobDate PIC 9(08).
    05 jrPieceCount PIC 9(05).
    05 jrJobTotal PIC 9(09)V99.
FD  quoteRegisterFile.
COPY "QUOTEREG.cpy".
FD  invoiceRegisterFile.
COPY "INVCREG.cpy".
FD  materialCatalogFile.
COPY "MATCAT.cpy".
FD  rosterFile.
COPY "EMPROSTR.cpy".
FD  estimateDetailFile.
COPY "ESTDETL.cpy".
FD  cashReceiptsFile.
COPY "CASHRCT.cpy".
FD  payHistoryFile.
COPY "PAYHIST.cpy".
FD  deductionMasterFile.
COPY "DEDUCT.cpy".
FD  employeeBankFile.
COPY "EMPBANK.cpy".
FD  payRateFile.
COPY "PAYRATE.cpy".
FD  laborLedgerFile.
01 laborLedgerRecord.
    05 llJobNumber PIC 9(06).
    05 llWorkDate PIC 9(08).
    05 llEmployeeId PIC 9(06).
    05 llHours PIC 9(03)V99.
    05 llLaborCost PIC 9(07)V99.
FD  materialStockFile.
COPY "MATSTOCK.cpy".
FD  integrityReportFile.
01 integrityReportRecord PIC X(80).
WORKING-STORAGE SECTION.
    01 customerMasterStatus PIC X(2) VALUE "00".
    01 jobRegisterStatus PIC X(2) VALUE "00".
    01 quoteRegisterStatus PIC X(2) VALUE "00".
    01 invoiceRegisterStatus PIC X(2) VALUE "00".
    01 materialCatalogStatus PIC X(2) VALUE "00".
    01 rosterFileStatus PIC X(2) VALUE "00".
    01 estimateDetailStatus PIC X(2) VALUE "00".
    01 cashReceiptsStatus PIC X(2) VALUE "00".
    01 payHistoryStatus PIC X(2) VALUE "00".
    01 deductionMasterStatus PIC X(2) VALUE "00".
    01 employeeBankStatus PIC X(2) VALUE "00".
    01 payRateStatus PIC X(2) VALUE "00".
    01 laborLedgerStatus PIC X(2) VALUE "00".
    01 materialStockStatus PIC X(2) VALUE "00".
    01 sourceEOF PIC X(1) VALUE "N".
    01 runDate PIC 9(08).
    01 customerKeyTable.
        05 ckCustomerId PIC X(6) OCCURS 500 TIMES.
    01 customerKeyCount PIC 9(04) VALUE ZERO.
    01 customerMasterState PIC X(1) VALUE "M".
    01 jobKeyTable.
        05 jkJobNumber PIC 9(06) OCCURS 5000 TIMES.
    01 jobKeyCount PIC 9(04) VALUE ZERO.
    01 jobMasterState PIC X(1) VALUE "M".
    01 quoteKeyTable.
        05 qkQuoteNumber PIC 9(06) OCCURS 5000 TIMES.
    01 quoteKeyCount PIC 9(04) VALUE ZERO.
    01 quoteMasterState PIC X(1) VALUE "M".
    01 invoiceKeyTable.
        05 ikInvoiceNumber PIC 9(06) OCCURS 5000 TIMES.
    01 invoiceKeyCount PIC 9(04) VALUE ZERO.
    01 invoiceMasterState PIC X(1) VALUE "M".
    01 materialKeyTable.
        05 mkMaterialCode PIC X(4) OCCURS 500 TIMES.
    01 materialKeyCount PIC 9(04) VALUE ZERO.
    01 materialMasterState PIC X(1) VALUE "M".
    01 rosterMasterState PIC X(1) VALUE "M".
    01 keyIndex PIC 9(04).
    01 keyFound PIC X(1).
    01 lookupCustomerId PIC X(6).
    01 lookupNumber PIC 9(06).
    01 lookupMaterialCode PIC X(4).
    01 masterState PIC X(1).
    01 checkCaptionTable.
        05 FILLER PIC X(50)
            VALUE "QUOTEREG.DAT ROWS - CUSTOMER NOT ON CUSTMAST.DAT".
        05 FILLER PIC X(50)
            VALUE "ESTDETL.DAT LINES - JOB NOT ON JOBREG.DAT".
        05 FILLER PIC X(50)
            VALUE "INVCREG.DAT INVOICES - QUOTE NOT ON QUOTEREG.DAT".
        05 FILLER PIC X(50)
            VALUE "CASHRCT.DAT RECEIPTS - INVOICE NOT ON INVCREG.DAT".
        05 FILLER PIC X(50)
            VALUE "PAYHIST.DAT ROWS - EMPLOYEE NOT ON EMPROSTR.DAT".
        05 FILLER PIC X(50)
            VALUE "DEDUCT.DAT ROWS - EMPLOYEE NOT ON EMPROSTR.DAT".
        05 FILLER PIC X(50)
            VALUE "EMPBANK.DAT ROWS - EMPLOYEE NOT ON EMPROSTR.DAT".
        05 FILLER PIC X(50)
            VALUE "PAYRATE.DAT ROWS - EMPLOYEE NOT ON EMPROSTR.DAT".
        05 FILLER PIC X(50)
            VALUE "LABLEDG.DAT LINES - JOB NOT ON JOBREG.DAT".
        05 FILLER PIC X(50)
            VALUE "MATSTOCK.DAT CODES - NOT ON MATCAT.DAT".
    01 checkCaptions REDEFINES checkCaptionTable.
        05 checkCaption PIC X(50) OCCURS 10 TIMES.
    01 checkNameTable.
        05 FILLER PIC X(18) VALUE "QUOTE CUSTOMER".
        05 FILLER PIC X(18) VALUE "ESTIMATE JOB".
        05 FILLER PIC X(18) VALUE "INVOICE QUOTE".
        05 FILLER PIC X(18) VALUE "RECEIPT INVOICE".
        05 FILLER PIC X(18) VALUE "PAY HISTORY EMPL".
        05 FILLER PIC X(18) VALUE "DEDUCTION EMPL".
        05 FILLER PIC X(18) VALUE "BANK ACCOUNT EMPL".
        05 FILLER PIC X(18) VALUE "PAY RATE EMPL".
        05 FILLER PIC X(18) VALUE "LABOR LEDGER JOB".
        05 FILLER PIC X(18) VALUE "STOCK MATERIAL".
    01 checkNames REDEFINES checkNameTable.
        05 checkName PIC X(18) OCCURS 10 TIMES.
    01 checkResultTable.
        05 checkResultEntry OCCURS 10 TIMES.
            10 crsRowsRead PIC 9(07).
            10 crsOrphanCount PIC 9(07).
            10 crsState PIC X(1).
    01 checkIndex PIC 9(02).
    01 totalOrphanCount PIC 9(07) VALUE ZERO.
    01 checksNotRun PIC 9(02) VALUE ZERO.
    01 integrityTitleLine PIC X(40)
        VALUE "REFERENTIAL INTEGRITY SWEEP".
    01 integrityAsOfLine.
        05 FILLER PIC X(7) VALUE "AS OF: ".
        05 ialRunDate PIC 9999/99/99.
    01 integritySectionLine.
        05 FILLER PIC X(3) VALUE "-- ".
        05 islCaption PIC X(50).
    01 orphanKeyLine.
        05 FILLER PIC X(4) VALUE "    ".
        05 oklKeyText PIC X(70).
    01 checkCountLine.
        05 FILLER PIC X(4) VALUE "    ".
        05 FILLER PIC X(10) VALUE "ROWS READ=".
        05 cclRowsRead PIC Z(06)9.
        05 FILLER PIC X(9) VALUE " ORPHANS=".
        05 cclOrphanCount PIC Z(06)9.
    01 checkStateLine.
        05 FILLER PIC X(4) VALUE "    ".
        05 cslStateText PIC X(60).
    01 summaryLine.
        05 sumCheckName PIC X(18).
        05 FILLER PIC X(1) VALUE " ".
        05 sumRowsRead PIC Z(06)9.
        05 FILLER PIC X(1) VALUE " ".
        05 sumOrphanCount PIC Z(06)9.
        05 FILLER PIC X(2) VALUE "  ".
        05 sumStateText PIC X(30).
    01 summaryHeadingLine.
        05 FILLER PIC X(19) VALUE "CHECK".
        05 FILLER PIC X(8) VALUE "   ROWS".
        05 FILLER PIC X(10) VALUE " ORPHANS".
        05 FILLER PIC X(6) VALUE "RESULT".
    01 integrityTotalLine.
        05 FILLER PIC X(14) VALUE "TOTAL ORPHANS=".
        05 itlOrphanCount PIC Z(06)9.
        05 FILLER PIC X(16) VALUE " CHECKS NOT RUN=".
        05 itlChecksNotRun PIC Z9.
        05 FILLER PIC X(14) VALUE " RETURN CODE=".
        05 itlReturnCode PIC 9.
    01 sweepReturnCode PIC 9(01) VALUE ZERO.
    01 keyTextWork PIC X(70).
    01 amountText PIC Z(08)9.99.
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27)
        VALUE "REFERENTIAL-INTEGRITY-SWEEP".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "REFERENTIAL-INTEGRITY-SWEEP",
        operatorId
    ACCEPT runDate FROM DATE YYYYMMDD
    PERFORM LoadCustomerKeys
    PERFORM LoadJobKeys
    PERFORM LoadQuoteKeys
    PERFORM LoadInvoiceKeys
    PERFORM LoadMaterialKeys
    MOVE "M" TO rosterMasterState
    OPEN INPUT rosterFile
    IF rosterFileStatus = "00"
        MOVE "Y" TO rosterMasterState
    END-IF
    OPEN OUTPUT integrityReportFile
    WRITE integrityReportRecord FROM integrityTitleLine
    MOVE runDate TO ialRunDate
    WRITE integrityReportRecord FROM integrityAsOfLine
    PERFORM CheckQuoteCustomers
    PERFORM CheckEstimateJobs
    PERFORM CheckInvoiceQuotes
    PERFORM CheckReceiptInvoices
    PERFORM CheckPayHistoryEmployees
    PERFORM CheckDeductionEmployees
    PERFORM CheckBankEmployees
    PERFORM CheckPayRateEmployees
    PERFORM CheckLaborJobs
    PERFORM CheckStockMaterials
    IF rosterMasterState = "Y"
        CLOSE rosterFile
    END-IF
    PERFORM WriteSweepSummary
    CLOSE integrityReportFile
    DISPLAY "Integrity sweep: " totalOrphanCount " orphan(s), "
        checksNotRun " check(s) not run - see INTEGSWP.RPT"
    MOVE "INTEGRITY SWEEP" TO tlInputs
    MOVE SPACES TO tlResultOut
    STRING "ORPHANS=" DELIMITED BY SIZE
        totalOrphanCount DELIMITED BY SIZE
        INTO tlResultOut
    END-STRING
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    MOVE sweepReturnCode TO RETURN-CODE
    GOBACK.
LoadCustomerKeys.
    MOVE ZERO TO customerKeyCount
    MOVE "M" TO customerMasterState
    MOVE "N" TO sourceEOF
    OPEN INPUT customerMasterFile
    IF customerMasterStatus = "00"
        MOVE "Y" TO customerMasterState
        PERFORM AddOneCustomerKey UNTIL sourceEOF = "Y"
        CLOSE customerMasterFile
    END-IF.
AddOneCustomerKey.
    READ customerMasterFile
        AT END MOVE "Y" TO sourceEOF
        NOT AT END
            IF customerKeyCount < 500
                ADD 1 TO customerKeyCount
                MOVE cmCustomerId TO ckCustomerId (customerKeyCount)
            ELSE
                MOVE "F" TO customerMasterState
                MOVE "Y" TO sourceEOF
            END-IF
    END-READ.
LoadJobKeys.
    MOVE ZERO TO jobKeyCount
    MOVE "M" TO jobMasterState
    MOVE "N" TO sourceEOF
    OPEN INPUT jobRegisterFile
    IF jobRegisterStatus = "00"
        MOVE "Y" TO jobMasterState
        PERFORM AddOneJobKey UNTIL sourceEOF = "Y"
        CLOSE jobRegisterFile
    END-IF.
AddOneJobKey.
    READ jobRegisterFile
        AT END MOVE "Y" TO sourceEOF
        NOT AT END
            IF jrJobNumber IS NUMERIC
                IF jobKeyCount < 5000
                    ADD 1 TO jobKeyCount
                    MOVE jrJobNumber TO jkJobNumber (jobKeyCount)
                ELSE
                    MOVE "F" TO jobMasterState
                    MOVE "Y" TO sourceEOF
                END-IF
            END-IF
    END-READ.
LoadQuoteKeys.
    MOVE ZERO TO quoteKeyCount
    MOVE "M" TO quoteMasterState
    MOVE "N" TO sourceEOF
    OPEN INPUT quoteRegisterFile
    IF quoteRegisterStatus = "00"
        MOVE "Y" TO quoteMasterState
        PERFORM AddOneQuoteKey UNTIL sourceEOF = "Y"
        CLOSE quoteRegisterFile
    END-IF.
AddOneQuoteKey.
    READ quoteRegisterFile
        AT END MOVE "Y" TO sourceEOF
        NOT AT END
            IF qrQuoteNumber IS NUMERIC
                IF quoteKeyCount < 5000
                    ADD 1 TO quoteKeyCount
                    MOVE qrQuoteNumber TO qkQuoteNumber (quoteKeyCount)
                ELSE
                    MOVE "F" TO quoteMasterState
                    MOVE "Y" TO sourceEOF
                END-IF
            END-IF
    END-READ.
LoadInvoiceKeys.
    MOVE ZERO TO invoiceKeyCount
    MOVE "M" TO invoiceMasterState
    MOVE "N" TO sourceEOF
    OPEN INPUT invoiceRegisterFile
    IF invoiceRegisterStatus = "00"
        MOVE "Y" TO invoiceMasterState
        PERFORM AddOneInvoiceKey UNTIL sourceEOF = "Y"
        CLOSE invoiceRegisterFile
    END-IF.
AddOneInvoiceKey.
    READ invoiceRegisterFile
        AT END MOVE "Y" TO sourceEOF
        NOT AT END
            IF ivInvoiceNumber IS NUMERIC
                IF invoiceKeyCount < 5000
                    ADD 1 TO invoiceKeyCount
                    MOVE ivInvoiceNumber
                        TO ikInvoiceNumber (invoiceKeyCount)
                ELSE
                    MOVE "F" TO invoiceMasterState
                    MOVE "Y" TO sourceEOF
                END-IF
            END-IF
    END-READ.
LoadMaterialKeys.
    MOVE ZERO TO materialKeyCount
    MOVE "M" TO materialMasterState
    MOVE "N" TO sourceEOF
    OPEN INPUT materialCatalogFile
    IF materialCatalogStatus = "00"
        MOVE "Y" TO materialMasterState
        PERFORM AddOneMaterialKey UNTIL sourceEOF = "Y"
        CLOSE materialCatalogFile
    END-IF.
AddOneMaterialKey.
    READ materialCatalogFile
        AT END MOVE "Y" TO sourceEOF
        NOT AT END
            IF materialKeyCount < 500
                ADD 1 TO materialKeyCount
                MOVE mcMaterialCode TO mkMaterialCode (materialKeyCount)
            ELSE
                MOVE "F" TO materialMasterState
                MOVE "Y" TO sourceEOF
            END-IF
    END-READ.
FindCustomerKey.
    MOVE "N" TO keyFound
    PERFORM MatchOneCustomerKey
        VARYING keyIndex FROM 1 BY 1
        UNTIL keyIndex > customerKeyCount OR keyFound = "Y".
MatchOneCustomerKey.
    IF ckCustomerId (keyIndex) = lookupCustomerId
        MOVE "Y" TO keyFound
    END-IF.
FindJobKey.
    MOVE "N" TO keyFound
    PERFORM MatchOneJobKey
        VARYING keyIndex FROM 1 BY 1
        UNTIL keyIndex > jobKeyCount OR keyFound = "Y".
MatchOneJobKey.
    IF jkJobNumber (keyIndex) = lookupNumber
        MOVE "Y" TO keyFound
    END-IF.
FindQuoteKey.
    MOVE "N" TO keyFound
    PERFORM MatchOneQuoteKey
        VARYING keyIndex FROM 1 BY 1
        UNTIL keyIndex > quoteKeyCount OR keyFound = "Y".
MatchOneQuoteKey.
    IF qkQuoteNumber (keyIndex) = lookupNumber
        MOVE "Y" TO keyFound
    END-IF.
FindInvoiceKey.
    MOVE "N" TO keyFound
    PERFORM MatchOneInvoiceKey
        VARYING keyIndex FROM 1 BY 1
        UNTIL keyIndex > invoiceKeyCount OR keyFound = "Y".
MatchOneInvoiceKey.
    IF ikInvoiceNumber (keyIndex) = lookupNumber
        MOVE "Y" TO keyFound
    END-IF.
FindMaterialKey.
    MOVE "N" TO keyFound
    PERFORM MatchOneMaterialKey
        VARYING keyIndex FROM 1 BY 1
        UNTIL keyIndex > materialKeyCount OR keyFound = "Y".
MatchOneMaterialKey.
    IF mkMaterialCode (keyIndex) = lookupMaterialCode
        MOVE "Y" TO keyFound
    END-IF.
FindRosterKey.
    READ rosterFile
        INVALID KEY MOVE "N" TO keyFound
        NOT INVALID KEY MOVE "Y" TO keyFound
    END-READ.
StartCheck.
    MOVE ZERO TO crsRowsRead (checkIndex)
    MOVE ZERO TO crsOrphanCount (checkIndex)
    MOVE "R" TO crsState (checkIndex)
    MOVE checkCaption (checkIndex) TO islCaption
    WRITE integrityReportRecord FROM integritySectionLine
    MOVE "N" TO sourceEOF
    IF masterState NOT = "Y"
        MOVE masterState TO crsState (checkIndex)
    END-IF.
NoteDependentMissing.
    MOVE "D" TO crsState (checkIndex).
NoteOrphan.
    ADD 1 TO crsOrphanCount (checkIndex)
    ADD 1 TO totalOrphanCount
    MOVE keyTextWork TO oklKeyText
    WRITE integrityReportRecord FROM orphanKeyLine.
EndCheck.
    EVALUATE crsState (checkIndex)
        WHEN "M"
            MOVE "CHECK NOT RUN - MASTER FILE NOT ON FILE"
                TO cslStateText
            WRITE integrityReportRecord FROM checkStateLine
            ADD 1 TO checksNotRun
        WHEN "F"
            MOVE "CHECK NOT RUN - MASTER LARGER THAN WORK TABLE"
                TO cslStateText
            WRITE integrityReportRecord FROM checkStateLine
            ADD 1 TO checksNotRun
        WHEN "D"
            MOVE "FILE NOT ON FILE - NOTHING TO CHECK"
                TO cslStateText
            WRITE integrityReportRecord FROM checkStateLine
        WHEN OTHER
            MOVE crsRowsRead (checkIndex) TO cclRowsRead
            MOVE crsOrphanCount (checkIndex) TO cclOrphanCount
            WRITE integrityReportRecord FROM checkCountLine
    END-EVALUATE.
CheckQuoteCustomers.
    MOVE 1 TO checkIndex
    MOVE customerMasterState TO masterState
    PERFORM StartCheck
    IF crsState (checkIndex) = "R"
        OPEN INPUT quoteRegisterFile
        IF quoteRegisterStatus = "00"
            PERFORM CheckOneQuoteRow UNTIL sourceEOF = "Y"
            CLOSE quoteRegisterFile
        ELSE
            PERFORM NoteDependentMissing
        END-IF
    END-IF
    PERFORM EndCheck.
CheckOneQuoteRow.
    READ quoteRegisterFile
        AT END MOVE "Y" TO sourceEOF
        NOT AT END
            ADD 1 TO crsRowsRead (checkIndex)
            MOVE qrCustomerId TO lookupCustomerId
            PERFORM FindCustomerKey
            IF keyFound = "N"
                MOVE SPACES TO keyTextWork
                STRING "QUOTE " DELIMITED BY SIZE
                    qrQuoteNumber DELIMITED BY SIZE
                    " RV " DELIMITED BY SIZE
                    qrRevisionNumber DELIMITED BY SIZE
                    " CUSTOMER " DELIMITED BY SIZE
                    qrCustomerId DELIMITED BY SIZE
                    INTO keyTextWork
                END-STRING
                PERFORM NoteOrphan
            END-IF
    END-READ.
CheckEstimateJobs.
    MOVE 2 TO checkIndex
    MOVE jobMasterState TO masterState
    PERFORM StartCheck
    IF crsState (checkIndex) = "R"
        OPEN INPUT estimateDetailFile
        IF estimateDetailStatus = "00"
            PERFORM CheckOneEstimateLine UNTIL sourceEOF = "Y"
            CLOSE estimateDetailFile
        ELSE
            PERFORM NoteDependentMissing
        END-IF
    END-IF
    PERFORM EndCheck.
CheckOneEstimateLine.
    READ estimateDetailFile
        AT END MOVE "Y" TO sourceEOF
        NOT AT END
            ADD 1 TO crsRowsRead (checkIndex)
            MOVE ZERO TO lookupNumber
            IF etJobNumber IS NUMERIC
                MOVE etJobNumber TO lookupNumber
            END-IF
            PERFORM FindJobKey
            IF keyFound = "N"
                MOVE SPACES TO keyTextWork
                STRING "JOB " DELIMITED BY SIZE
                    etJobNumber DELIMITED BY SIZE
                    " PIECE " DELIMITED BY SIZE
                    etPieceId DELIMITED BY SIZE
                    " RV " DELIMITED BY SIZE
                    etRevisionNumber DELIMITED BY SIZE
                    INTO keyTextWork
                END-STRING
                PERFORM NoteOrphan
            END-IF
    END-READ.
CheckInvoiceQuotes.
    MOVE 3 TO checkIndex
    MOVE quoteMasterState TO masterState
    PERFORM StartCheck
    IF crsState (checkIndex) = "R"
        OPEN INPUT invoiceRegisterFile
        IF invoiceRegisterStatus = "00"
            PERFORM CheckOneInvoiceRow UNTIL sourceEOF = "Y"
            CLOSE invoiceRegisterFile
        ELSE
            PERFORM NoteDependentMissing
        END-IF
    END-IF
    PERFORM EndCheck.
CheckOneInvoiceRow.
    READ invoiceRegisterFile
        AT END MOVE "Y" TO sourceEOF
        NOT AT END
            ADD 1 TO crsRowsRead (checkIndex)
            MOVE ZERO TO lookupNumber
            IF ivQuoteNumber IS NUMERIC
                MOVE ivQuoteNumber TO lookupNumber
            END-IF
            PERFORM FindQuoteKey
            IF keyFound = "N"
                MOVE SPACES TO keyTextWork
                STRING "INVOICE " DELIMITED BY SIZE
                    ivInvoiceNumber DELIMITED BY SIZE
                    " QUOTE " DELIMITED BY SIZE
                    ivQuoteNumber DELIMITED BY SIZE
                    " CUSTOMER " DELIMITED BY SIZE
                    ivCustomerId DELIMITED BY SIZE
                    INTO keyTextWork
                END-STRING
                PERFORM NoteOrphan
            END-IF
    END-READ.
CheckReceiptInvoices.
    MOVE 4 TO checkIndex
    MOVE invoiceMasterState TO masterState
    PERFORM StartCheck
    IF crsState (checkIndex) = "R"
        OPEN INPUT cashReceiptsFile
        IF cashReceiptsStatus = "00"
            PERFORM CheckOneReceipt UNTIL sourceEOF = "Y"
            CLOSE cashReceiptsFile
        ELSE
            PERFORM NoteDependentMissing
        END-IF
    END-IF
    PERFORM EndCheck.
CheckOneReceipt.
    READ cashReceiptsFile
        AT END MOVE "Y" TO sourceEOF
        NOT AT END
            ADD 1 TO crsRowsRead (checkIndex)
            MOVE ZERO TO lookupNumber
            IF crInvoiceNumber IS NUMERIC
                MOVE crInvoiceNumber TO lookupNumber
            END-IF
            PERFORM FindInvoiceKey
            IF keyFound = "N"
                IF crReceiptAmount IS NUMERIC
                    MOVE crReceiptAmount TO amountText
                ELSE
                    MOVE ZERO TO amountText
                END-IF
                MOVE SPACES TO keyTextWork
                STRING "RECEIPT " DELIMITED BY SIZE
                    crReceiptDate DELIMITED BY SIZE
                    " INVOICE " DELIMITED BY SIZE
                    crInvoiceNumber DELIMITED BY SIZE
                    " CUSTOMER " DELIMITED BY SIZE
                    crCustomerId DELIMITED BY SIZE
                    " AMOUNT " DELIMITED BY SIZE
                    amountText DELIMITED BY SIZE
                    INTO keyTextWork
                END-STRING
                PERFORM NoteOrphan
            END-IF
    END-READ.
CheckPayHistoryEmployees.
    MOVE 5 TO checkIndex
    MOVE rosterMasterState TO masterState
    PERFORM StartCheck
    IF crsState (checkIndex) = "R"
        OPEN INPUT payHistoryFile
        IF payHistoryStatus = "00"
            PERFORM CheckOnePayHistoryRow UNTIL sourceEOF = "Y"
            CLOSE payHistoryFile
        ELSE
            PERFORM NoteDependentMissing
        END-IF
    END-IF
    PERFORM EndCheck.
CheckOnePayHistoryRow.
    READ payHistoryFile
        AT END MOVE "Y" TO sourceEOF
        NOT AT END
            ADD 1 TO crsRowsRead (checkIndex)
            MOVE phEmployeeId TO rEmployeeId
            PERFORM FindRosterKey
            IF keyFound = "N"
                MOVE SPACES TO keyTextWork
                STRING "EMPLOYEE " DELIMITED BY SIZE
                    phEmployeeId DELIMITED BY SIZE
                    " PERIOD " DELIMITED BY SIZE
                    phPeriodFrom DELIMITED BY SIZE
                    "-" DELIMITED BY SIZE
                    phPeriodTo DELIMITED BY SIZE
                    " RUN " DELIMITED BY SIZE
                    phRunDate DELIMITED BY SIZE
                    INTO keyTextWork
                END-STRING
                PERFORM NoteOrphan
            END-IF
    END-READ.
CheckDeductionEmployees.
    MOVE 6 TO checkIndex
    MOVE rosterMasterState TO masterState
    PERFORM StartCheck
    IF crsState (checkIndex) = "R"
        OPEN INPUT deductionMasterFile
        IF deductionMasterStatus = "00"
            PERFORM CheckOneDeductionRow UNTIL sourceEOF = "Y"
            CLOSE deductionMasterFile
        ELSE
            PERFORM NoteDependentMissing
        END-IF
    END-IF
    PERFORM EndCheck.
CheckOneDeductionRow.
    READ deductionMasterFile
        AT END MOVE "Y" TO sourceEOF
        NOT AT END
            ADD 1 TO crsRowsRead (checkIndex)
            MOVE ddEmployeeId TO rEmployeeId
            PERFORM FindRosterKey
            IF keyFound = "N"
                MOVE SPACES TO keyTextWork
                STRING "EMPLOYEE " DELIMITED BY SIZE
                    ddEmployeeId DELIMITED BY SIZE
                    " DEDUCTION " DELIMITED BY SIZE
                    ddDeductionCode DELIMITED BY SIZE
                    " FROM " DELIMITED BY SIZE
                    ddStartDate DELIMITED BY SIZE
                    INTO keyTextWork
                END-STRING
                PERFORM NoteOrphan
            END-IF
    END-READ.
CheckBankEmployees.
    MOVE 7 TO checkIndex
    MOVE rosterMasterState TO masterState
    PERFORM StartCheck
    IF crsState (checkIndex) = "R"
        OPEN INPUT employeeBankFile
        IF employeeBankStatus = "00"
            PERFORM CheckOneBankRow UNTIL sourceEOF = "Y"
            CLOSE employeeBankFile
        ELSE
            PERFORM NoteDependentMissing
        END-IF
    END-IF
    PERFORM EndCheck.
CheckOneBankRow.
    READ employeeBankFile
        AT END MOVE "Y" TO sourceEOF
        NOT AT END
            ADD 1 TO crsRowsRead (checkIndex)
            MOVE ebEmployeeId TO rEmployeeId
            PERFORM FindRosterKey
            IF keyFound = "N"
                MOVE SPACES TO keyTextWork
                STRING "EMPLOYEE " DELIMITED BY SIZE
                    ebEmployeeId DELIMITED BY SIZE
                    " BANK ACCOUNT STATUS " DELIMITED BY SIZE
                    ebStatus DELIMITED BY SIZE
                    INTO keyTextWork
                END-STRING
                PERFORM NoteOrphan
            END-IF
    END-READ.
CheckPayRateEmployees.
    MOVE 8 TO checkIndex
    MOVE rosterMasterState TO masterState
    PERFORM StartCheck
    IF crsState (checkIndex) = "R"
        OPEN INPUT payRateFile
        IF payRateStatus = "00"
            PERFORM CheckOnePayRateRow UNTIL sourceEOF = "Y"
            CLOSE payRateFile
        ELSE
            PERFORM NoteDependentMissing
        END-IF
    END-IF
    PERFORM EndCheck.
CheckOnePayRateRow.
    READ payRateFile
        AT END MOVE "Y" TO sourceEOF
        NOT AT END
            ADD 1 TO crsRowsRead (checkIndex)
            MOVE prEmployeeId TO rEmployeeId
            PERFORM FindRosterKey
            IF keyFound = "N"
                MOVE SPACES TO keyTextWork
                STRING "EMPLOYEE " DELIMITED BY SIZE
                    prEmployeeId DELIMITED BY SIZE
                    " RATE EFFECTIVE " DELIMITED BY SIZE
                    prEffectiveDate DELIMITED BY SIZE
                    INTO keyTextWork
                END-STRING
                PERFORM NoteOrphan
            END-IF
    END-READ.
CheckLaborJobs.
    MOVE 9 TO checkIndex
    MOVE jobMasterState TO masterState
    PERFORM StartCheck
    IF crsState (checkIndex) = "R"
        OPEN INPUT laborLedgerFile
        IF laborLedgerStatus = "00"
            PERFORM CheckOneLaborLine UNTIL sourceEOF = "Y"
            CLOSE laborLedgerFile
        ELSE
            PERFORM NoteDependentMissing
        END-IF
    END-IF
    PERFORM EndCheck.
CheckOneLaborLine.
    READ laborLedgerFile
        AT END MOVE "Y" TO sourceEOF
        NOT AT END
            ADD 1 TO crsRowsRead (checkIndex)
            MOVE ZERO TO lookupNumber
            IF llJobNumber IS NUMERIC
                MOVE llJobNumber TO lookupNumber
            END-IF
            PERFORM FindJobKey
            IF keyFound = "N"
                MOVE SPACES TO keyTextWork
                STRING "JOB " DELIMITED BY SIZE
                    llJobNumber DELIMITED BY SIZE
                    " WORKED " DELIMITED BY SIZE
                    llWorkDate DELIMITED BY SIZE
                    " EMPLOYEE " DELIMITED BY SIZE
                    llEmployeeId DELIMITED BY SIZE
                    INTO keyTextWork
                END-STRING
                PERFORM NoteOrphan
            END-IF
    END-READ.
CheckStockMaterials.
    MOVE 10 TO checkIndex
    MOVE materialMasterState TO masterState
    PERFORM StartCheck
    IF crsState (checkIndex) = "R"
        OPEN INPUT materialStockFile
        IF materialStockStatus = "00"
            PERFORM CheckOneStockRow UNTIL sourceEOF = "Y"
            CLOSE materialStockFile
        ELSE
            PERFORM NoteDependentMissing
        END-IF
    END-IF
    PERFORM EndCheck.
CheckOneStockRow.
    READ materialStockFile
        AT END MOVE "Y" TO sourceEOF
        NOT AT END
            ADD 1 TO crsRowsRead (checkIndex)
            MOVE msMaterialCode TO lookupMaterialCode
            PERFORM FindMaterialKey
            IF keyFound = "N"
                MOVE SPACES TO keyTextWork
                STRING "MATERIAL " DELIMITED BY SIZE
                    msMaterialCode DELIMITED BY SIZE
                    " VENDOR " DELIMITED BY SIZE
                    msVendorCode DELIMITED BY SIZE
                    INTO keyTextWork
                END-STRING
                PERFORM NoteOrphan
            END-IF
    END-READ.
WriteSweepSummary.
    MOVE "SUMMARY BY CHECK" TO islCaption
    WRITE integrityReportRecord FROM integritySectionLine
    WRITE integrityReportRecord FROM summaryHeadingLine
    PERFORM WriteOneSummaryLine
        VARYING checkIndex FROM 1 BY 1
        UNTIL checkIndex > 10
    MOVE ZERO TO sweepReturnCode
    IF totalOrphanCount > ZERO
        MOVE 4 TO sweepReturnCode
        MOVE "ERROR" TO logRunStatus
    END-IF
    IF checksNotRun > ZERO
        MOVE 8 TO sweepReturnCode
        MOVE "ERROR" TO logRunStatus
    END-IF
    MOVE totalOrphanCount TO itlOrphanCount
    MOVE checksNotRun TO itlChecksNotRun
    MOVE sweepReturnCode TO itlReturnCode
    WRITE integrityReportRecord FROM integrityTotalLine.
WriteOneSummaryLine.
    MOVE checkName (checkIndex) TO sumCheckName
    MOVE crsRowsRead (checkIndex) TO sumRowsRead
    MOVE crsOrphanCount (checkIndex) TO sumOrphanCount
    EVALUATE crsState (checkIndex)
        WHEN "M" MOVE "NOT RUN - NO MASTER" TO sumStateText
        WHEN "F" MOVE "NOT RUN - MASTER TOO LARGE" TO sumStateText
        WHEN "D" MOVE "NO FILE" TO sumStateText
        WHEN OTHER
            IF crsOrphanCount (checkIndex) > ZERO
                MOVE "ORPHANS FOUND" TO sumStateText
            ELSE
                MOVE "CLEAN" TO sumStateText
            END-IF
    END-EVALUATE
    WRITE integrityReportRecord FROM summaryLine.
