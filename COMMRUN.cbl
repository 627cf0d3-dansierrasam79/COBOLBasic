*> Monthly salesperson commission calculation. Commission for the
*> outside salespeople was worked out each quarter from memory and
*> the pipeline report; it is now paid only on cash actually received.
*> For a month (YYYYMM, default the current month) every receipt on
*> CASHRCT.DAT is traced through INVCREG.DAT to the accepted quote on
*> QUOTEREG.DAT, and the salesperson the quote was registered under
*> is credited - or, for a quote that carries none, the customer's
*> default salesperson from CUSTMAST.DAT. Commission is paid on the
*> goods portion of the cash (the sales tax share of the invoice is
*> left out), and on a receipt in the customer's currency on the home
*> value it cleared off the invoice at the booking rate from
*> FXREAL.DAT, so an exchange gain earns no commission. The rate is
*> the salesperson's base percent from SLSPMAST.DAT, or, where the
*> quote's ESTDETL.DAT lines use material in a commission group the
*> salesperson has a group rate for, those lines' rates weighted by
*> their estimated cost. A credit memo raised in the month claws the
*> commission back on the part of it the customer had already paid -
*> the part that comes back to them as a refund or a credit balance;
*> a memo against an invoice still owing only reduces the cash that
*> will earn commission later. COMMSTMT.RPT shows each salesperson's
*> trail - receipt or memo, invoice, customer, quote, where the
*> salesperson came from, base, rate and commission - then the month's
*> earnings, claw-backs, the balance brought forward and the amount
*> payable, followed by the receipts and memos that could not be
*> traced to a salesperson. A negative month is carried forward on
*> COMMHIST.DAT against the next month's earnings rather than taken
*> back out of pay. A preview prints the statement only; a final run
*> also writes the history and one pending row per salesperson owed
*> to COMMPAY.DAT (shared layout COMMPAY.cpy), which TIME-IN-SECONDS
*> carries to the payroll extract as a commission earnings record.
*> A month can be paid once: the final run is recorded on the
*> processed-batch register (BATCH-REGISTER) as CM plus the month and
*> a second final run for it is refused.
*> The receipt record layout now comes from the shared copybook
*> CASHRCT.cpy instead of a private copy.
IDENTIFICATION DIVISION.
PROGRAM-ID. COMMISSION-CALCULATION.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT salespersonFile ASSIGN TO "SLSPMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS salespersonStatus.
    SELECT customerMasterFile ASSIGN TO "CUSTMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS customerMasterStatus.
    SELECT materialCatalogFile ASSIGN TO "MATCAT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS materialCatalogStatus.
    SELECT invoiceRegisterFile ASSIGN TO "INVCREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS invoiceRegisterStatus.
    SELECT quoteRegisterFile ASSIGN TO "QUOTEREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS quoteRegisterStatus.
    SELECT cashReceiptsFile ASSIGN TO "CASHRCT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS cashReceiptsStatus.
    SELECT creditMemoFile ASSIGN TO "CRMEMO.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS creditMemoStatus.
    SELECT realizedFxFile ASSIGN TO "FXREAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS realizedFxStatus.
    SELECT estimateDetailFile ASSIGN TO "ESTDETL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estimateDetailStatus.
    SELECT commissionHistoryFile ASSIGN TO "COMMHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS commissionHistoryStatus.
    SELECT commissionPayableFile ASSIGN TO "COMMPAY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS commissionPayableStatus.
    SELECT commissionStatementFile ASSIGN TO "COMMSTMT.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  salespersonFile.
COPY "SLSPMAST.cpy".
FD  customerMasterFile.
COPY "CUSTMAST.cpy".
FD  materialCatalogFile.
COPY "MATCAT.cpy".
FD  invoiceRegisterFile.
COPY "INVCREG.cpy".
FD  quoteRegisterFile.
COPY "QUOTEREG.cpy".
FD  cashReceiptsFile.
COPY "CASHRCT.cpy".
FD  creditMemoFile.
COPY "CRMEMO.cpy".
FD  realizedFxFile.
COPY "FXREAL.cpy".
FD  estimateDetailFile.
COPY "ESTDETL.cpy".
FD  commissionHistoryFile.
01 commissionHistoryRecord.
    05 khSalespersonId PIC X(4).
    05 khPeriod PIC 9(06).
    05 khEarnedAmount PIC S9(07)V99.
    05 khClawbackAmount PIC 9(07)V99.
    05 khBroughtForward PIC S9(07)V99.
    05 khPayableAmount PIC 9(07)V99.
    05 khCarryForward PIC S9(07)V99.
    05 khRunDate PIC 9(08).
    05 khOperatorId PIC X(08).
FD  commissionPayableFile.
COPY "COMMPAY.cpy".
FD  commissionStatementFile.
01 commissionStatementRecord PIC X(132).
WORKING-STORAGE SECTION.
    01 salespersonStatus PIC X(2) VALUE "00".
    01 customerMasterStatus PIC X(2) VALUE "00".
    01 materialCatalogStatus PIC X(2) VALUE "00".
    01 invoiceRegisterStatus PIC X(2) VALUE "00".
    01 quoteRegisterStatus PIC X(2) VALUE "00".
    01 cashReceiptsStatus PIC X(2) VALUE "00".
    01 creditMemoStatus PIC X(2) VALUE "00".
    01 realizedFxStatus PIC X(2) VALUE "00".
    01 estimateDetailStatus PIC X(2) VALUE "00".
    01 commissionHistoryStatus PIC X(2) VALUE "00".
    01 commissionPayableStatus PIC X(2) VALUE "00".
    01 salespersonEOF PIC X(1) VALUE "N".
    01 customerMasterEOF PIC X(1) VALUE "N".
    01 materialCatalogEOF PIC X(1) VALUE "N".
    01 invoiceRegisterEOF PIC X(1) VALUE "N".
    01 quoteRegisterEOF PIC X(1) VALUE "N".
    01 cashReceiptsEOF PIC X(1) VALUE "N".
    01 creditMemoEOF PIC X(1) VALUE "N".
    01 realizedFxEOF PIC X(1) VALUE "N".
    01 estimateDetailEOF PIC X(1) VALUE "N".
    01 commissionHistoryEOF PIC X(1) VALUE "N".
    01 runDate PIC 9(08).
    01 keyedMonthText PIC X(06).
    01 reportMonth PIC 9(06).
    01 periodFrom PIC 9(08).
    01 periodTo PIC 9(08).
    01 nextMonthStart PIC 9(08).
    01 finalRunChoice PIC X(1).
    01 finalRun PIC X(1) VALUE "N".
    01 runRefusalReason PIC X(20) VALUE SPACES.
    01 batchProgramName PIC X(27) VALUE "COMMISSION-CALCULATION".
    01 batchRegisterId PIC X(08).
    01 batchRegResult PIC X(01).
    01 salespersonTable.
        05 salespersonEntry OCCURS 50 TIMES.
            10 spImage PIC X(80).
            10 spHistoryPeriod PIC 9(06).
            10 spBroughtForward PIC S9(07)V99.
            10 spEarnedTotal PIC S9(07)V99.
            10 spClawbackTotal PIC 9(07)V99.
            10 spPayableAmount PIC 9(07)V99.
            10 spCarryForward PIC S9(07)V99.
            10 spEventCount PIC 9(04).
    01 salespersonCount PIC 9(02) VALUE ZERO.
    01 salespersonIndex PIC 9(02).
    01 salespersonFound PIC 9(02).
    01 groupIndex PIC 9(01).
    01 customerTable.
        05 customerEntry OCCURS 100 TIMES.
            10 cdCustomerId PIC X(6).
            10 cdSalespersonId PIC X(4).
    01 customerCount PIC 9(03) VALUE ZERO.
    01 customerIndex PIC 9(03).
    01 materialTable.
        05 materialEntry OCCURS 50 TIMES.
            10 mgMaterialCode PIC X(4).
            10 mgMaterialGroup PIC X(4).
    01 materialCount PIC 9(02) VALUE ZERO.
    01 materialIndex PIC 9(02).
    01 lineMaterialGroup PIC X(4).
    01 lineRate PIC 9(02)V99.
    01 invoiceTable.
        05 invoiceEntry OCCURS 1000 TIMES.
            10 inInvoiceNumber PIC 9(06).
            10 inQuoteNumber PIC 9(06).
            10 inInvoiceAmount PIC 9(09)V99.
            10 inTaxAmount PIC 9(07)V99.
            10 inRefundRemaining PIC 9(09)V99.
    01 invoiceCount PIC 9(04) VALUE ZERO.
    01 invoiceIndex PIC 9(04).
    01 invoiceFound PIC 9(04).
    01 invoiceOverflow PIC X(1) VALUE "N".
    01 refundExcess PIC S9(11)V99.
    01 eventTable.
        05 eventEntry OCCURS 500 TIMES.
            10 evType PIC X(1).
            10 evDate PIC 9(08).
            10 evInvoiceNumber PIC 9(06).
            10 evMemoNumber PIC 9(06).
            10 evCustomerId PIC X(6).
            10 evCashAmount PIC 9(09)V99.
            10 evBookedAmount PIC 9(09)V99.
            10 evInvoiceIndex PIC 9(04).
            10 evQuoteNumber PIC 9(06).
            10 evJobNumber PIC 9(06).
            10 evRevision PIC 9(02).
            10 evSalespersonId PIC X(4).
            10 evSource PIC X(1).
            10 evSalespersonIndex PIC 9(02).
            10 evFxMatched PIC X(1).
            10 evCostWeight PIC 9(11)V99.
            10 evWeightedRate PIC 9(13)V9(04).
            10 evBaseAmount PIC 9(09)V99.
            10 evRate PIC 9(02)V9(04).
            10 evCommission PIC S9(07)V99.
            10 evNote PIC X(14).
    01 eventCount PIC 9(03) VALUE ZERO.
    01 eventIndex PIC 9(03).
    01 eventOverflow PIC X(1) VALUE "N".
    01 untracedCount PIC 9(03) VALUE ZERO.
    01 fxRowUsed PIC X(1).
    01 estimateRevision PIC 9(02).
    01 clawableAmount PIC 9(09)V99.
    01 roundWorkAmount PIC S9(09)V9(04).
    01 netAmount PIC S9(07)V99.
    01 monthPayableTotal PIC 9(09)V99 VALUE ZERO.
    01 payableRowCount PIC 9(03) VALUE ZERO.
    01 statementTitleLine PIC X(40)
        VALUE "SALESPERSON COMMISSION STATEMENT".
    01 statementMonthLine.
        05 FILLER PIC X(7) VALUE "MONTH: ".
        05 smlReportMonth PIC 9999/99.
        05 FILLER PIC X(2) VALUE SPACES.
        05 smlRunType PIC X(40).
    01 salespersonHeadLine.
        05 FILLER PIC X(12) VALUE "SALESPERSON ".
        05 shlSalespersonId PIC X(4).
        05 FILLER PIC X(1) VALUE " ".
        05 shlName PIC X(25).
        05 FILLER PIC X(10) VALUE " EMPLOYEE ".
        05 shlEmployeeId PIC 9(06).
        05 FILLER PIC X(11) VALUE " BASE RATE ".
        05 shlBaseRate PIC Z9.99.
        05 FILLER PIC X(1) VALUE "%".
        05 FILLER PIC X(8) VALUE " STATUS ".
        05 shlStatus PIC X(1).
    01 statementHeadingLine.
        05 FILLER PIC X(11) VALUE "DATE".
        05 FILLER PIC X(9) VALUE "TYPE".
        05 FILLER PIC X(8) VALUE "INVOICE".
        05 FILLER PIC X(7) VALUE "MEMO".
        05 FILLER PIC X(7) VALUE "CUSTNO".
        05 FILLER PIC X(7) VALUE "QUOTE".
        05 FILLER PIC X(4) VALUE "SRC".
        05 FILLER PIC X(22) VALUE "   CASH OR CREDIT".
        05 FILLER PIC X(15) VALUE "     COMM BASE".
        05 FILLER PIC X(9) VALUE "  RATE %".
        05 FILLER PIC X(17) VALUE "      COMMISSION".
        05 FILLER PIC X(5) VALUE "NOTE".
    01 statementDetailLine.
        05 sdlDate PIC 9999/99/99.
        05 FILLER PIC X(1) VALUE " ".
        05 sdlType PIC X(8).
        05 FILLER PIC X(1) VALUE " ".
        05 sdlInvoiceNumber PIC 9(06).
        05 FILLER PIC X(2) VALUE SPACES.
        05 sdlMemoNumber PIC Z(06).
        05 FILLER PIC X(1) VALUE " ".
        05 sdlCustomerId PIC X(6).
        05 FILLER PIC X(1) VALUE " ".
        05 sdlQuoteNumber PIC Z(06).
        05 FILLER PIC X(1) VALUE " ".
        05 sdlSource PIC X(1).
        05 FILLER PIC X(3) VALUE SPACES.
        05 sdlCashAmount PIC $$$$,$$$,$$9.99.
        05 FILLER PIC X(1) VALUE " ".
        05 sdlFxFlag PIC X(3).
        05 FILLER PIC X(1) VALUE " ".
        05 sdlBaseAmount PIC $$$,$$$,$$9.99.
        05 FILLER PIC X(1) VALUE " ".
        05 sdlRate PIC Z9.9999.
        05 FILLER PIC X(1) VALUE " ".
        05 sdlCommission PIC $$$,$$$,$$9.99-.
        05 FILLER PIC X(1) VALUE " ".
        05 sdlNote PIC X(14).
    01 salespersonTotalLine.
        05 FILLER PIC X(9) VALUE "  EARNED=".
        05 stlEarned PIC $$$$,$$9.99-.
        05 FILLER PIC X(11) VALUE " CLAWBACK=".
        05 stlClawback PIC $$$$,$$9.99.
        05 FILLER PIC X(14) VALUE " BROUGHT FWD=".
        05 stlBroughtForward PIC $$$$,$$9.99-.
        05 FILLER PIC X(10) VALUE " PAYABLE=".
        05 stlPayable PIC $$$$,$$9.99.
        05 FILLER PIC X(14) VALUE " CARRIED FWD=".
        05 stlCarryForward PIC $$$$,$$9.99-.
    01 untracedHeadLine PIC X(60)
        VALUE "RECEIPTS AND MEMOS NOT TRACED TO A SALESPERSON".
    01 untracedNoneLine PIC X(40) VALUE "  NONE".
    01 statementTotalLine.
        05 FILLER PIC X(20) VALUE "TOTAL PAYABLE MONTH=".
        05 sttPayableTotal PIC $$$,$$$,$$9.99.
        05 FILLER PIC X(14) VALUE " SALESPEOPLE=".
        05 sttPayableCount PIC Z(02)9.
        05 FILLER PIC X(10) VALUE " UNTRACED=".
        05 sttUntracedCount PIC Z(02)9.
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 tlAmountWork PIC S9(09)V9(04).
    01 logProgramName PIC X(27) VALUE "COMMISSION-CALCULATION".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "COMMISSION-CALCULATION", operatorId
    ACCEPT runDate FROM DATE YYYYMMDD
    DISPLAY "Enter commission month (YYYYMM, blank for this "
        "month): "
    ACCEPT keyedMonthText
    IF keyedMonthText IS NUMERIC
        MOVE keyedMonthText TO reportMonth
    ELSE
        MOVE runDate (1:6) TO reportMonth
    END-IF
    PERFORM SetCommissionPeriod
    DISPLAY "Final run - write payable to payroll (Y/N): "
    ACCEPT finalRunChoice
    IF finalRunChoice = "Y" OR finalRunChoice = "y"
        MOVE "Y" TO finalRun
    END-IF
    MOVE SPACES TO tlInputs
    STRING "COMMISSION MONTH " DELIMITED BY SIZE
        reportMonth DELIMITED BY SIZE
        INTO tlInputs
    END-STRING
    MOVE SPACES TO batchRegisterId
    STRING "CM" DELIMITED BY SIZE
        reportMonth DELIMITED BY SIZE
        INTO batchRegisterId
    END-STRING
    IF finalRun = "Y"
        CALL "BATCH-REGISTER" USING batchProgramName,
            batchRegisterId, "C", batchRegResult
        IF batchRegResult = "D"
            MOVE "ALREADY PAID" TO runRefusalReason
        END-IF
    END-IF
    IF runRefusalReason = SPACES
        PERFORM LoadSalespeople
        PERFORM LoadCustomerDefaults
        PERFORM LoadMaterialGroups
        PERFORM LoadInvoiceRegister
        IF invoiceOverflow = "Y"
            MOVE "INVOICE OVERFLOW" TO runRefusalReason
        END-IF
    END-IF
    IF runRefusalReason = SPACES
        PERFORM GatherMonthReceipts
        PERFORM GatherMonthCreditMemos
        IF eventOverflow = "Y"
            MOVE "EVENT OVERFLOW" TO runRefusalReason
        END-IF
    END-IF
    IF runRefusalReason NOT = SPACES
        DISPLAY "COMMISSION RUN FOR " reportMonth " REFUSED - "
            runRefusalReason
        MOVE "REJECTED" TO logRunStatus
        MOVE runRefusalReason TO tlResultOut
    ELSE
        PERFORM TraceEventsToQuotes
        PERFORM ResolveEventSalespeople
            VARYING eventIndex FROM 1 BY 1
            UNTIL eventIndex > eventCount
        PERFORM MatchForeignReceipts
        PERFORM WeighEstimateLines
        PERFORM ComputeOneCommission
            VARYING eventIndex FROM 1 BY 1
            UNTIL eventIndex > eventCount
        PERFORM LoadCommissionHistory
        PERFORM SettleOneSalesperson
            VARYING salespersonIndex FROM 1 BY 1
            UNTIL salespersonIndex > salespersonCount
        PERFORM WriteCommissionStatement
        IF finalRun = "Y"
            PERFORM AppendCommissionHistory
            PERFORM AppendCommissionPayable
            CALL "BATCH-REGISTER" USING batchProgramName,
                batchRegisterId, "R", batchRegResult
            DISPLAY "Commission for " reportMonth " written to "
                "COMMPAY.DAT - " payableRowCount
                " salesperson(s) payable."
        ELSE
            DISPLAY "Commission preview for " reportMonth
                " written to COMMSTMT.RPT - nothing paid."
        END-IF
        IF untracedCount > ZERO
            DISPLAY untracedCount " receipt(s) or memo(s) not "
                "traced to a salesperson - see COMMSTMT.RPT"
        END-IF
        MOVE monthPayableTotal TO tlAmountWork
        CALL "FORMAT-AMOUNT-FOR-LOG" USING tlAmountWork, tlResultOut
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
SetCommissionPeriod.
    COMPUTE periodFrom = reportMonth * 100 + 1
    IF reportMonth (5:2) = "12"
        COMPUTE nextMonthStart = (reportMonth + 89) * 100 + 1
    ELSE
        COMPUTE nextMonthStart = (reportMonth + 1) * 100 + 1
    END-IF
    COMPUTE periodTo = FUNCTION DATE-OF-INTEGER
        (FUNCTION INTEGER-OF-DATE (nextMonthStart) - 1).
LoadSalespeople.
    MOVE ZERO TO salespersonCount
    MOVE "N" TO salespersonEOF
    OPEN INPUT salespersonFile
    IF salespersonStatus = "00"
        PERFORM AddSalespersonEntry
            UNTIL salespersonEOF = "Y" OR salespersonCount = 50
        CLOSE salespersonFile
    ELSE
        DISPLAY "No salesperson master on file - every receipt "
            "will be reported untraced."
    END-IF.
AddSalespersonEntry.
    READ salespersonFile
        AT END MOVE "Y" TO salespersonEOF
        NOT AT END
            ADD 1 TO salespersonCount
            IF saCommissionRate IS NOT NUMERIC
                MOVE ZERO TO saCommissionRate
            END-IF
            PERFORM CleanGroupSlot
                VARYING groupIndex FROM 1 BY 1
                UNTIL groupIndex > 5
            MOVE salespersonRecord TO spImage (salespersonCount)
            MOVE ZERO TO spHistoryPeriod (salespersonCount)
            MOVE ZERO TO spBroughtForward (salespersonCount)
            MOVE ZERO TO spEarnedTotal (salespersonCount)
            MOVE ZERO TO spClawbackTotal (salespersonCount)
            MOVE ZERO TO spPayableAmount (salespersonCount)
            MOVE ZERO TO spCarryForward (salespersonCount)
            MOVE ZERO TO spEventCount (salespersonCount)
    END-READ.
CleanGroupSlot.
    IF saGroupCode (groupIndex) = SPACES
        OR saGroupPercent (groupIndex) IS NOT NUMERIC
        MOVE SPACES TO saGroupCode (groupIndex)
        MOVE ZERO TO saGroupPercent (groupIndex)
    END-IF.
LoadCustomerDefaults.
    MOVE ZERO TO customerCount
    MOVE "N" TO customerMasterEOF
    OPEN INPUT customerMasterFile
    IF customerMasterStatus = "00"
        PERFORM AddCustomerDefault
            UNTIL customerMasterEOF = "Y" OR customerCount = 100
        CLOSE customerMasterFile
    END-IF.
AddCustomerDefault.
    READ customerMasterFile
        AT END MOVE "Y" TO customerMasterEOF
        NOT AT END
            ADD 1 TO customerCount
            MOVE cmCustomerId TO cdCustomerId (customerCount)
            MOVE cmSalespersonId TO cdSalespersonId (customerCount)
    END-READ.
LoadMaterialGroups.
    MOVE ZERO TO materialCount
    MOVE "N" TO materialCatalogEOF
    OPEN INPUT materialCatalogFile
    IF materialCatalogStatus = "00"
        PERFORM AddMaterialGroup
            UNTIL materialCatalogEOF = "Y" OR materialCount = 50
        CLOSE materialCatalogFile
    END-IF.
AddMaterialGroup.
    READ materialCatalogFile
        AT END MOVE "Y" TO materialCatalogEOF
        NOT AT END
            IF mcMaterialGroup NOT = SPACES
                ADD 1 TO materialCount
                MOVE mcMaterialCode TO mgMaterialCode (materialCount)
                MOVE mcMaterialGroup
                    TO mgMaterialGroup (materialCount)
            END-IF
    END-READ.
LoadInvoiceRegister.
    MOVE ZERO TO invoiceCount
    MOVE "N" TO invoiceRegisterEOF
    OPEN INPUT invoiceRegisterFile
    IF invoiceRegisterStatus = "00"
        PERFORM AddInvoiceEntry
            UNTIL invoiceRegisterEOF = "Y" OR invoiceOverflow = "Y"
        CLOSE invoiceRegisterFile
    ELSE
        DISPLAY "Invoice register not available."
    END-IF.
AddInvoiceEntry.
    READ invoiceRegisterFile
        AT END MOVE "Y" TO invoiceRegisterEOF
        NOT AT END
            IF invoiceCount = 1000
                MOVE "Y" TO invoiceOverflow
            ELSE
                ADD 1 TO invoiceCount
                PERFORM TakeOneInvoice
            END-IF
    END-READ.
TakeOneInvoice.
    MOVE ivInvoiceNumber TO inInvoiceNumber (invoiceCount)
    MOVE ivQuoteNumber TO inQuoteNumber (invoiceCount)
    MOVE ivInvoiceAmount TO inInvoiceAmount (invoiceCount)
    IF ivTaxAmount IS NUMERIC
        MOVE ivTaxAmount TO inTaxAmount (invoiceCount)
    ELSE
        MOVE ZERO TO inTaxAmount (invoiceCount)
    END-IF
    IF ivCreditAmount IS NOT NUMERIC
        MOVE ZERO TO ivCreditAmount
    END-IF
    COMPUTE refundExcess = ivAmountPaid + ivCreditAmount
        - ivInvoiceAmount
    IF refundExcess > ZERO
        MOVE refundExcess TO inRefundRemaining (invoiceCount)
    ELSE
        MOVE ZERO TO inRefundRemaining (invoiceCount)
    END-IF.
GatherMonthReceipts.
    MOVE "N" TO cashReceiptsEOF
    OPEN INPUT cashReceiptsFile
    IF cashReceiptsStatus = "00"
        PERFORM TakeOneReceipt
            UNTIL cashReceiptsEOF = "Y" OR eventOverflow = "Y"
        CLOSE cashReceiptsFile
    END-IF.
TakeOneReceipt.
    READ cashReceiptsFile
        AT END MOVE "Y" TO cashReceiptsEOF
        NOT AT END
            IF crReceiptDate (1:6) = reportMonth
                PERFORM StartNewEvent
                IF eventOverflow = "N"
                    MOVE "R" TO evType (eventCount)
                    MOVE crReceiptDate TO evDate (eventCount)
                    MOVE crInvoiceNumber
                        TO evInvoiceNumber (eventCount)
                    MOVE crCustomerId TO evCustomerId (eventCount)
                    MOVE crReceiptAmount TO evCashAmount (eventCount)
                    MOVE crReceiptAmount
                        TO evBookedAmount (eventCount)
                    PERFORM FindEventInvoice
                END-IF
            END-IF
    END-READ.
GatherMonthCreditMemos.
    MOVE "N" TO creditMemoEOF
    OPEN INPUT creditMemoFile
    IF creditMemoStatus = "00"
        PERFORM TakeOneCreditMemo
            UNTIL creditMemoEOF = "Y" OR eventOverflow = "Y"
        CLOSE creditMemoFile
    END-IF.
TakeOneCreditMemo.
    READ creditMemoFile
        AT END MOVE "Y" TO creditMemoEOF
        NOT AT END
            IF cnMemoDate (1:6) = reportMonth
                PERFORM StartNewEvent
                IF eventOverflow = "N"
                    MOVE "M" TO evType (eventCount)
                    MOVE cnMemoDate TO evDate (eventCount)
                    MOVE cnInvoiceNumber
                        TO evInvoiceNumber (eventCount)
                    MOVE cnMemoNumber TO evMemoNumber (eventCount)
                    MOVE cnCustomerId TO evCustomerId (eventCount)
                    MOVE cnMemoAmount TO evCashAmount (eventCount)
                    MOVE cnMemoAmount TO evBookedAmount (eventCount)
                    PERFORM FindEventInvoice
                END-IF
            END-IF
    END-READ.
StartNewEvent.
    IF eventCount = 500
        MOVE "Y" TO eventOverflow
    ELSE
        ADD 1 TO eventCount
        MOVE SPACES TO eventEntry (eventCount)
        MOVE ZERO TO evMemoNumber (eventCount)
        MOVE ZERO TO evInvoiceIndex (eventCount)
        MOVE ZERO TO evQuoteNumber (eventCount)
        MOVE ZERO TO evJobNumber (eventCount)
        MOVE ZERO TO evRevision (eventCount)
        MOVE ZERO TO evSalespersonIndex (eventCount)
        MOVE "N" TO evFxMatched (eventCount)
        MOVE ZERO TO evCostWeight (eventCount)
        MOVE ZERO TO evWeightedRate (eventCount)
        MOVE ZERO TO evBaseAmount (eventCount)
        MOVE ZERO TO evRate (eventCount)
        MOVE ZERO TO evCommission (eventCount)
    END-IF.
FindEventInvoice.
    MOVE ZERO TO invoiceFound
    PERFORM MatchOneInvoice
        VARYING invoiceIndex FROM 1 BY 1
        UNTIL invoiceIndex > invoiceCount OR invoiceFound > ZERO
    IF invoiceFound > ZERO
        MOVE invoiceFound TO evInvoiceIndex (eventCount)
        MOVE inQuoteNumber (invoiceFound)
            TO evQuoteNumber (eventCount)
    ELSE
        MOVE "NO INVOICE" TO evNote (eventCount)
    END-IF.
MatchOneInvoice.
    IF inInvoiceNumber (invoiceIndex) = evInvoiceNumber (eventCount)
        MOVE invoiceIndex TO invoiceFound
    END-IF.
TraceEventsToQuotes.
    MOVE "N" TO quoteRegisterEOF
    OPEN INPUT quoteRegisterFile
    IF quoteRegisterStatus = "00"
        PERFORM TraceOneQuoteRow UNTIL quoteRegisterEOF = "Y"
        CLOSE quoteRegisterFile
    ELSE
        DISPLAY "Quote register not available - customer "
            "defaults used."
    END-IF.
TraceOneQuoteRow.
    READ quoteRegisterFile
        AT END MOVE "Y" TO quoteRegisterEOF
        NOT AT END
            IF qrStatus = "A"
                PERFORM MatchQuoteToEvent
                    VARYING eventIndex FROM 1 BY 1
                    UNTIL eventIndex > eventCount
            END-IF
    END-READ.
MatchQuoteToEvent.
    IF evInvoiceIndex (eventIndex) > ZERO
        AND evQuoteNumber (eventIndex) = qrQuoteNumber
        IF qrJobNumber IS NUMERIC
            MOVE qrJobNumber TO evJobNumber (eventIndex)
        END-IF
        IF qrRevisionNumber IS NUMERIC
            MOVE qrRevisionNumber TO evRevision (eventIndex)
        ELSE
            MOVE 01 TO evRevision (eventIndex)
        END-IF
        IF qrSalespersonId NOT = SPACES
            MOVE qrSalespersonId TO evSalespersonId (eventIndex)
            MOVE "Q" TO evSource (eventIndex)
        END-IF
    END-IF.
ResolveEventSalespeople.
    IF evInvoiceIndex (eventIndex) > ZERO
        AND evSalespersonId (eventIndex) = SPACES
        PERFORM MatchCustomerDefault
            VARYING customerIndex FROM 1 BY 1
            UNTIL customerIndex > customerCount
                OR evSalespersonId (eventIndex) NOT = SPACES
        IF evSalespersonId (eventIndex) NOT = SPACES
            MOVE "C" TO evSource (eventIndex)
        END-IF
    END-IF
    MOVE ZERO TO salespersonFound
    IF evInvoiceIndex (eventIndex) > ZERO
        AND evSalespersonId (eventIndex) NOT = SPACES
        PERFORM MatchOneSalesperson
            VARYING salespersonIndex FROM 1 BY 1
            UNTIL salespersonIndex > salespersonCount
                OR salespersonFound > ZERO
    END-IF
    MOVE salespersonFound TO evSalespersonIndex (eventIndex)
    IF salespersonFound = ZERO
        ADD 1 TO untracedCount
        IF evNote (eventIndex) = SPACES
            IF evSalespersonId (eventIndex) = SPACES
                MOVE "HOUSE ACCOUNT" TO evNote (eventIndex)
            ELSE
                MOVE "NO SLSP " TO evNote (eventIndex)
                MOVE evSalespersonId (eventIndex)
                    TO evNote (eventIndex) (9:4)
            END-IF
        END-IF
    ELSE
        ADD 1 TO spEventCount (salespersonFound)
    END-IF.
MatchCustomerDefault.
    IF cdCustomerId (customerIndex) = evCustomerId (eventIndex)
        MOVE cdSalespersonId (customerIndex)
            TO evSalespersonId (eventIndex)
    END-IF.
MatchOneSalesperson.
    IF spImage (salespersonIndex) (1:4) = evSalespersonId (eventIndex)
        MOVE salespersonIndex TO salespersonFound
    END-IF.
MatchForeignReceipts.
    MOVE "N" TO realizedFxEOF
    OPEN INPUT realizedFxFile
    IF realizedFxStatus = "00"
        PERFORM TakeOneFxRow UNTIL realizedFxEOF = "Y"
        CLOSE realizedFxFile
    END-IF.
TakeOneFxRow.
    READ realizedFxFile
        AT END MOVE "Y" TO realizedFxEOF
        NOT AT END
            IF rfReceiptDate (1:6) = reportMonth
                MOVE "N" TO fxRowUsed
                PERFORM MatchFxToReceipt
                    VARYING eventIndex FROM 1 BY 1
                    UNTIL eventIndex > eventCount OR fxRowUsed = "Y"
            END-IF
    END-READ.
MatchFxToReceipt.
    IF evType (eventIndex) = "R"
        AND evFxMatched (eventIndex) = "N"
        AND evDate (eventIndex) = rfReceiptDate
        AND evInvoiceNumber (eventIndex) = rfInvoiceNumber
        AND evCashAmount (eventIndex) = rfReceivedHomeAmount
        MOVE rfBookedHomeAmount TO evBookedAmount (eventIndex)
        MOVE "Y" TO evFxMatched (eventIndex)
        MOVE "Y" TO fxRowUsed
    END-IF.
WeighEstimateLines.
    MOVE "N" TO estimateDetailEOF
    OPEN INPUT estimateDetailFile
    IF estimateDetailStatus = "00"
        PERFORM TakeOneEstimateLine UNTIL estimateDetailEOF = "Y"
        CLOSE estimateDetailFile
    END-IF.
TakeOneEstimateLine.
    READ estimateDetailFile
        AT END MOVE "Y" TO estimateDetailEOF
        NOT AT END
            IF etRevisionNumber IS NUMERIC
                MOVE etRevisionNumber TO estimateRevision
            ELSE
                MOVE 01 TO estimateRevision
            END-IF
            IF etEstimatedCost IS NOT NUMERIC
                MOVE ZERO TO etEstimatedCost
            END-IF
            MOVE SPACES TO lineMaterialGroup
            PERFORM MatchMaterialGroup
                VARYING materialIndex FROM 1 BY 1
                UNTIL materialIndex > materialCount
            PERFORM WeighLineForEvent
                VARYING eventIndex FROM 1 BY 1
                UNTIL eventIndex > eventCount
    END-READ.
MatchMaterialGroup.
    IF mgMaterialCode (materialIndex) = etMaterialCode
        MOVE mgMaterialGroup (materialIndex) TO lineMaterialGroup
    END-IF.
WeighLineForEvent.
    IF evSalespersonIndex (eventIndex) > ZERO
        AND evJobNumber (eventIndex) > ZERO
        AND evJobNumber (eventIndex) = etJobNumber
        AND evRevision (eventIndex) = estimateRevision
        MOVE spImage (evSalespersonIndex (eventIndex))
            TO salespersonRecord
        MOVE saCommissionRate TO lineRate
        IF lineMaterialGroup NOT = SPACES
            PERFORM MatchGroupRate
                VARYING groupIndex FROM 1 BY 1
                UNTIL groupIndex > 5
        END-IF
        ADD etEstimatedCost TO evCostWeight (eventIndex)
        COMPUTE evWeightedRate (eventIndex) =
            evWeightedRate (eventIndex) + etEstimatedCost * lineRate
    END-IF.
MatchGroupRate.
    IF saGroupCode (groupIndex) = lineMaterialGroup
        MOVE saGroupPercent (groupIndex) TO lineRate
    END-IF.
ComputeOneCommission.
    IF evSalespersonIndex (eventIndex) > ZERO
        MOVE evSalespersonIndex (eventIndex) TO salespersonFound
        MOVE spImage (salespersonFound) TO salespersonRecord
        IF evCostWeight (eventIndex) > ZERO
            COMPUTE evRate (eventIndex) ROUNDED =
                evWeightedRate (eventIndex) / evCostWeight (eventIndex)
        ELSE
            MOVE saCommissionRate TO evRate (eventIndex)
        END-IF
        MOVE evInvoiceIndex (eventIndex) TO invoiceFound
        IF evType (eventIndex) = "M"
            PERFORM SizeClawback
        ELSE
            MOVE evBookedAmount (eventIndex) TO clawableAmount
        END-IF
        IF inInvoiceAmount (invoiceFound) > ZERO
            COMPUTE evBaseAmount (eventIndex) ROUNDED =
                clawableAmount * (inInvoiceAmount (invoiceFound)
                    - inTaxAmount (invoiceFound))
                / inInvoiceAmount (invoiceFound)
        ELSE
            MOVE clawableAmount TO evBaseAmount (eventIndex)
        END-IF
        COMPUTE roundWorkAmount =
            evBaseAmount (eventIndex) * evRate (eventIndex) / 100
        CALL "APPLY-ROUNDING-POLICY" USING roundWorkAmount
        IF evType (eventIndex) = "M"
            COMPUTE evCommission (eventIndex) = ZERO - roundWorkAmount
            ADD roundWorkAmount TO spClawbackTotal (salespersonFound)
        ELSE
            MOVE roundWorkAmount TO evCommission (eventIndex)
            ADD roundWorkAmount TO spEarnedTotal (salespersonFound)
        END-IF
    END-IF.
SizeClawback.
    IF evCashAmount (eventIndex) < inRefundRemaining (invoiceFound)
        MOVE evCashAmount (eventIndex) TO clawableAmount
    ELSE
        MOVE inRefundRemaining (invoiceFound) TO clawableAmount
    END-IF
    SUBTRACT clawableAmount FROM inRefundRemaining (invoiceFound)
    IF clawableAmount = ZERO
        MOVE "INVOICE UNPAID" TO evNote (eventIndex)
    END-IF.
LoadCommissionHistory.
    MOVE "N" TO commissionHistoryEOF
    OPEN INPUT commissionHistoryFile
    IF commissionHistoryStatus = "00"
        PERFORM TakeOneHistoryRow UNTIL commissionHistoryEOF = "Y"
        CLOSE commissionHistoryFile
    END-IF.
TakeOneHistoryRow.
    READ commissionHistoryFile
        AT END MOVE "Y" TO commissionHistoryEOF
        NOT AT END
            IF khPeriod IS NUMERIC AND khPeriod < reportMonth
                AND khCarryForward IS NUMERIC
                MOVE ZERO TO salespersonFound
                PERFORM MatchHistorySalesperson
                    VARYING salespersonIndex FROM 1 BY 1
                    UNTIL salespersonIndex > salespersonCount
                        OR salespersonFound > ZERO
                IF salespersonFound > ZERO
                    AND khPeriod >= spHistoryPeriod (salespersonFound)
                    MOVE khPeriod
                        TO spHistoryPeriod (salespersonFound)
                    MOVE khCarryForward
                        TO spBroughtForward (salespersonFound)
                END-IF
            END-IF
    END-READ.
MatchHistorySalesperson.
    IF spImage (salespersonIndex) (1:4) = khSalespersonId
        MOVE salespersonIndex TO salespersonFound
    END-IF.
SettleOneSalesperson.
    COMPUTE netAmount = spEarnedTotal (salespersonIndex)
        - spClawbackTotal (salespersonIndex)
        + spBroughtForward (salespersonIndex)
    IF netAmount > ZERO
        MOVE netAmount TO spPayableAmount (salespersonIndex)
        MOVE ZERO TO spCarryForward (salespersonIndex)
        ADD netAmount TO monthPayableTotal
        ADD 1 TO payableRowCount
    ELSE
        MOVE ZERO TO spPayableAmount (salespersonIndex)
        MOVE netAmount TO spCarryForward (salespersonIndex)
    END-IF.
WriteCommissionStatement.
    OPEN OUTPUT commissionStatementFile
    WRITE commissionStatementRecord FROM statementTitleLine
    MOVE reportMonth TO smlReportMonth
    IF finalRun = "Y"
        MOVE "FINAL - PAYABLE SENT TO PAYROLL" TO smlRunType
    ELSE
        MOVE "PREVIEW - NOTHING PAID" TO smlRunType
    END-IF
    WRITE commissionStatementRecord FROM statementMonthLine
    PERFORM WriteOneSalespersonStatement
        VARYING salespersonIndex FROM 1 BY 1
        UNTIL salespersonIndex > salespersonCount
    MOVE SPACES TO commissionStatementRecord
    WRITE commissionStatementRecord
    WRITE commissionStatementRecord FROM untracedHeadLine
    IF untracedCount = ZERO
        WRITE commissionStatementRecord FROM untracedNoneLine
    ELSE
        WRITE commissionStatementRecord FROM statementHeadingLine
        MOVE ZERO TO salespersonFound
        PERFORM WriteEventForSalesperson
            VARYING eventIndex FROM 1 BY 1
            UNTIL eventIndex > eventCount
    END-IF
    MOVE SPACES TO commissionStatementRecord
    WRITE commissionStatementRecord
    MOVE monthPayableTotal TO sttPayableTotal
    MOVE payableRowCount TO sttPayableCount
    MOVE untracedCount TO sttUntracedCount
    WRITE commissionStatementRecord FROM statementTotalLine
    CLOSE commissionStatementFile.
WriteOneSalespersonStatement.
    IF spEventCount (salespersonIndex) > ZERO
        OR spBroughtForward (salespersonIndex) NOT = ZERO
        MOVE spImage (salespersonIndex) TO salespersonRecord
        MOVE SPACES TO commissionStatementRecord
        WRITE commissionStatementRecord
        MOVE saSalespersonId TO shlSalespersonId
        MOVE saName TO shlName
        MOVE saEmployeeId TO shlEmployeeId
        MOVE saCommissionRate TO shlBaseRate
        MOVE saStatus TO shlStatus
        WRITE commissionStatementRecord FROM salespersonHeadLine
        WRITE commissionStatementRecord FROM statementHeadingLine
        MOVE salespersonIndex TO salespersonFound
        PERFORM WriteEventForSalesperson
            VARYING eventIndex FROM 1 BY 1
            UNTIL eventIndex > eventCount
        MOVE spEarnedTotal (salespersonIndex) TO stlEarned
        MOVE spClawbackTotal (salespersonIndex) TO stlClawback
        MOVE spBroughtForward (salespersonIndex) TO stlBroughtForward
        MOVE spPayableAmount (salespersonIndex) TO stlPayable
        MOVE spCarryForward (salespersonIndex) TO stlCarryForward
        WRITE commissionStatementRecord FROM salespersonTotalLine
    END-IF.
WriteEventForSalesperson.
    IF evSalespersonIndex (eventIndex) = salespersonFound
        MOVE evDate (eventIndex) TO sdlDate
        IF evType (eventIndex) = "M"
            MOVE "CLAWBACK" TO sdlType
        ELSE
            MOVE "RECEIPT" TO sdlType
        END-IF
        MOVE evInvoiceNumber (eventIndex) TO sdlInvoiceNumber
        MOVE evMemoNumber (eventIndex) TO sdlMemoNumber
        MOVE evCustomerId (eventIndex) TO sdlCustomerId
        MOVE evQuoteNumber (eventIndex) TO sdlQuoteNumber
        MOVE evSource (eventIndex) TO sdlSource
        MOVE evCashAmount (eventIndex) TO sdlCashAmount
        IF evFxMatched (eventIndex) = "Y"
            MOVE "FX" TO sdlFxFlag
        ELSE
            MOVE SPACES TO sdlFxFlag
        END-IF
        MOVE evBaseAmount (eventIndex) TO sdlBaseAmount
        MOVE evRate (eventIndex) TO sdlRate
        MOVE evCommission (eventIndex) TO sdlCommission
        MOVE evNote (eventIndex) TO sdlNote
        WRITE commissionStatementRecord FROM statementDetailLine
    END-IF.
AppendCommissionHistory.
    OPEN EXTEND commissionHistoryFile
    IF commissionHistoryStatus = "05"
        OR commissionHistoryStatus = "35"
        OPEN OUTPUT commissionHistoryFile
    END-IF
    PERFORM WriteOneHistoryRow
        VARYING salespersonIndex FROM 1 BY 1
        UNTIL salespersonIndex > salespersonCount
    CLOSE commissionHistoryFile.
WriteOneHistoryRow.
    IF spEventCount (salespersonIndex) > ZERO
        OR spBroughtForward (salespersonIndex) NOT = ZERO
        MOVE spImage (salespersonIndex) (1:4) TO khSalespersonId
        MOVE reportMonth TO khPeriod
        MOVE spEarnedTotal (salespersonIndex) TO khEarnedAmount
        MOVE spClawbackTotal (salespersonIndex) TO khClawbackAmount
        MOVE spBroughtForward (salespersonIndex)
            TO khBroughtForward
        MOVE spPayableAmount (salespersonIndex) TO khPayableAmount
        MOVE spCarryForward (salespersonIndex) TO khCarryForward
        MOVE runDate TO khRunDate
        MOVE operatorId TO khOperatorId
        WRITE commissionHistoryRecord
    END-IF.
AppendCommissionPayable.
    IF payableRowCount > ZERO
        OPEN EXTEND commissionPayableFile
        IF commissionPayableStatus = "05"
            OR commissionPayableStatus = "35"
            OPEN OUTPUT commissionPayableFile
        END-IF
        PERFORM WriteOnePayableRow
            VARYING salespersonIndex FROM 1 BY 1
            UNTIL salespersonIndex > salespersonCount
        CLOSE commissionPayableFile
    END-IF.
WriteOnePayableRow.
    IF spPayableAmount (salespersonIndex) > ZERO
        MOVE spImage (salespersonIndex) TO salespersonRecord
        MOVE saEmployeeId TO kpEmployeeId
        MOVE saSalespersonId TO kpSalespersonId
        MOVE periodFrom TO kpPeriodFrom
        MOVE periodTo TO kpPeriodTo
        MOVE spPayableAmount (salespersonIndex)
            TO kpCommissionAmount
        MOVE "P" TO kpStatus
        WRITE commissionPayableRecord
    END-IF.
