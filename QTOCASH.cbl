*> Monthly quote-to-cash cycle time and days-sales-outstanding report.
*> Every step of the cycle is dated somewhere - the quote date and
*> the acceptance (status) date on QUOTEREG.DAT, the invoice date on
*> INVCREG.DAT, the receipts on CASHRCT.DAT - but nothing measured how
*> long money took to come in. This takes a month (YYYYMM, default the
*> current month) and writes QTOCASH.RPT: the count, average and worst
*> days from quote to acceptance for quotes accepted in the month,
*> from acceptance to invoice for invoices raised in the month, and
*> from invoice to final payment for invoices whose last receipt fell
*> in the month, overall and per customer, with each customer's
*> average terms (due date less invoice date, as INVOICE-GENERATOR
*> set them) and days paid past them; then days-sales-outstanding for
*> each of the twelve months to the report month - receivables open
*> at month end (invoices less receipts less credit memos dated by
*> then) over the month's invoiced sales, times the days in the month
*> - and each customer's average days-to-pay month by month over the
*> same twelve months against their average terms, for credit control
*> to judge whom to move to stricter terms. Quotes accepted before the
*> register carried a status date have no acceptance date to measure
*> from and are left out of the first two stages.
*> The receipt record layout now comes from the shared copybook
*> CASHRCT.cpy instead of a private copy.
IDENTIFICATION DIVISION.
PROGRAM-ID. QUOTE-TO-CASH-REPORT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT quoteRegisterFile ASSIGN TO "QUOTEREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS quoteRegisterStatus.
    SELECT invoiceRegisterFile ASSIGN TO "INVCREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS invoiceRegisterStatus.
    SELECT cashReceiptsFile ASSIGN TO "CASHRCT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS cashReceiptsStatus.
    SELECT creditMemoFile ASSIGN TO "CRMEMO.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS creditMemoStatus.
    SELECT cycleReportFile ASSIGN TO "QTOCASH.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  quoteRegisterFile.
COPY "QUOTEREG.cpy".
FD  invoiceRegisterFile.
COPY "INVCREG.cpy".
FD  cashReceiptsFile.
COPY "CASHRCT.cpy".
FD  creditMemoFile.
COPY "CRMEMO.cpy".
FD  cycleReportFile.
01 cycleReportRecord PIC X(120).
WORKING-STORAGE SECTION.
    01 quoteRegisterStatus PIC X(2) VALUE "00".
    01 invoiceRegisterStatus PIC X(2) VALUE "00".
    01 cashReceiptsStatus PIC X(2) VALUE "00".
    01 creditMemoStatus PIC X(2) VALUE "00".
    01 quoteRegisterEOF PIC X(1) VALUE "N".
    01 invoiceRegisterEOF PIC X(1) VALUE "N".
    01 cashReceiptsEOF PIC X(1) VALUE "N".
    01 creditMemoEOF PIC X(1) VALUE "N".
    01 runDate PIC 9(08).
    01 keyedMonthText PIC X(06).
    01 reportMonth PIC 9(06).
    01 windowTable.
        05 windowEntry OCCURS 12 TIMES.
            10 wnMonth PIC 9(06).
            10 wnMonthParts REDEFINES wnMonth.
                15 wnYear PIC 9(04).
                15 wnMonthOfYear PIC 9(02).
            10 wnEndInteger PIC 9(08).
            10 wnDayCount PIC 9(02).
            10 wnSales PIC 9(11)V99.
            10 wnOpenBalance PIC S9(11)V99.
    01 windowIndex PIC 9(02).
    01 windowFound PIC 9(02).
    01 windowStartMonth PIC 9(06).
    01 monthWork PIC 9(06).
    01 monthWorkParts REDEFINES monthWork.
        05 mwYear PIC 9(04).
        05 mwMonthOfYear PIC 9(02).
    01 dateWork PIC 9(08).
    01 firstDayInteger PIC 9(08).
    01 movementDate PIC 9(08).
    01 movementAmount PIC S9(11)V99.
    01 quoteTable.
        05 quoteEntry OCCURS 500 TIMES.
            10 qtQuoteNumber PIC 9(06).
            10 qtAcceptDate PIC 9(08).
    01 quoteCount PIC 9(03) VALUE ZERO.
    01 quoteIndex PIC 9(03).
    01 quoteFound PIC 9(03).
    01 invoiceTable.
        05 invoiceEntry OCCURS 1000 TIMES.
            10 itInvoiceNumber PIC 9(06).
            10 itCustomerId PIC X(6).
            10 itInvoiceDate PIC 9(08).
            10 itDueDate PIC 9(08).
            10 itQuoteNumber PIC 9(06).
            10 itStatus PIC X(1).
            10 itFinalPayDate PIC 9(08).
    01 invoiceCount PIC 9(04) VALUE ZERO.
    01 invoiceIndex PIC 9(04).
    01 invoiceFound PIC 9(04).
    01 tableOverflow PIC X(1) VALUE "N".
    01 customerTable.
        05 customerEntry OCCURS 100 TIMES.
            10 cuCustomerId PIC X(6).
            10 cuStage OCCURS 3 TIMES.
                15 cuStageCount PIC 9(04).
                15 cuStageDays PIC 9(07).
                15 cuStageWorst PIC 9(04).
            10 cuTermsDays PIC 9(07).
            10 cuTrendMonth OCCURS 12 TIMES.
                15 cuTrendCount PIC 9(04).
                15 cuTrendDays PIC 9(07).
            10 cuTrendPaidCount PIC 9(05).
            10 cuTrendPaidDays PIC 9(08).
            10 cuTrendTermsDays PIC 9(08).
    01 customerCount PIC 9(03) VALUE ZERO.
    01 customerIndex PIC 9(03).
    01 customerFound PIC 9(03).
    01 lookupCustomerId PIC X(6).
    01 overallTable.
        05 ovStage OCCURS 3 TIMES.
            10 ovStageCount PIC 9(05).
            10 ovStageDays PIC 9(08).
            10 ovStageWorst PIC 9(04).
        05 ovTermsDays PIC 9(08).
    01 stageIndex PIC 9(01).
    01 stageDays PIC S9(05).
    01 termsDays PIC S9(05).
    01 averageDays PIC 9(04).
    01 overTermsDays PIC S9(04)V9.
    01 averageTermsDays PIC 9(04)V9.
    01 averagePaidDays PIC 9(04)V9.
    01 dsoDays PIC 9(04)V9.
    01 stageNameTable.
        05 FILLER PIC X(22) VALUE "QUOTE TO ACCEPTANCE".
        05 FILLER PIC X(22) VALUE "ACCEPTANCE TO INVOICE".
        05 FILLER PIC X(22) VALUE "INVOICE TO FINAL PAY".
    01 stageNames REDEFINES stageNameTable.
        05 stageName PIC X(22) OCCURS 3 TIMES.
    01 cycleTitleLine PIC X(40)
        VALUE "QUOTE-TO-CASH CYCLE TIME AND DSO".
    01 cycleMonthLine.
        05 FILLER PIC X(7) VALUE "MONTH: ".
        05 cmlReportMonth PIC 9999/99.
    01 cycleSectionLine PIC X(60).
    01 stageHeadingLine PIC X(60)
        VALUE "STAGE                  COUNT  AVG WORST".
    01 stageLine.
        05 stlStageName PIC X(22).
        05 stlCount PIC Z(05)9.
        05 FILLER PIC X(1) VALUE " ".
        05 stlAverage PIC Z(03)9.
        05 FILLER PIC X(1) VALUE " ".
        05 stlWorst PIC Z(04)9.
    01 overallTermsLine.
        05 FILLER PIC X(22) VALUE "AVERAGE TERMS ON PAID".
        05 otlTerms PIC Z(04)9.9.
        05 FILLER PIC X(20) VALUE "  DAYS PAID PAST IT".
        05 otlOverTerms PIC Z(04)9.9-.
    01 customerHeadingLine.
        05 FILLER PIC X(39)
            VALUE "CUSTNO   QUOTE>ACCEPT   ACCEPT>INVOICE ".
        05 FILLER PIC X(33)
            VALUE "INVOICE>PAID    TERMS  OVER TERMS".
    01 customerCycleLine.
        05 cclCustomerId PIC X(6).
        05 FILLER PIC X(3) VALUE SPACES.
        05 cclStagePair OCCURS 3 TIMES.
            10 cclAverage PIC Z(03)9.
            10 FILLER PIC X(1) VALUE "/".
            10 cclWorst PIC Z(03)9.
            10 FILLER PIC X(6) VALUE SPACES.
        05 cclTerms PIC Z(04)9.9.
        05 FILLER PIC X(1) VALUE " ".
        05 cclOverTerms PIC Z(04)9.9-.
    01 dsoLine.
        05 FILLER PIC X(6) VALUE "MONTH ".
        05 dslMonth PIC 9999/99.
        05 FILLER PIC X(7) VALUE " SALES=".
        05 dslSales PIC $$$,$$$,$$9.99.
        05 FILLER PIC X(9) VALUE " OPEN AR=".
        05 dslOpenBalance PIC $$$,$$$,$$9.99-.
        05 FILLER PIC X(5) VALUE " DSO=".
        05 dslDso PIC Z(03)9.9.
        05 dslNote PIC X(12).
    01 trendHeadingLine.
        05 FILLER PIC X(30)
            VALUE "CUSTNO   TERMS  AVGPAY   OVER ".
        05 thlMonthLabel PIC X(6) OCCURS 12 TIMES.
    01 trendMonthLabel.
        05 FILLER PIC X(1) VALUE " ".
        05 tmlMonth PIC 9(02).
        05 FILLER PIC X(1) VALUE "/".
        05 tmlYear PIC 9(02).
    01 trendLine.
        05 trlCustomerId PIC X(6).
        05 FILLER PIC X(1) VALUE " ".
        05 trlTerms PIC Z(04)9.9.
        05 FILLER PIC X(1) VALUE " ".
        05 trlAveragePaid PIC Z(04)9.9.
        05 FILLER PIC X(1) VALUE " ".
        05 trlOverTerms PIC Z(03)9.9-.
        05 trlMonthAverage OCCURS 12 TIMES.
            10 FILLER PIC X(1) VALUE " ".
            10 trlMonthDays PIC X(5).
    01 trendDaysEdit PIC Z(04)9.
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27) VALUE "QUOTE-TO-CASH-REPORT".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "QUOTE-TO-CASH-REPORT", operatorId
    ACCEPT runDate FROM DATE YYYYMMDD
    DISPLAY "Enter report month (YYYYMM, blank for this month): "
    ACCEPT keyedMonthText
    IF keyedMonthText IS NUMERIC
        MOVE keyedMonthText TO reportMonth
    ELSE
        MOVE runDate (1:6) TO reportMonth
    END-IF
    MOVE SPACES TO tlInputs
    STRING "Q2C MONTH " DELIMITED BY SIZE
        reportMonth DELIMITED BY SIZE
        INTO tlInputs
    END-STRING
    PERFORM BuildMonthWindow
    PERFORM LoadAcceptedQuotes
    PERFORM LoadInvoiceRegister
    IF tableOverflow = "Y"
        DISPLAY "QUOTEREG.DAT OR INVCREG.DAT OVERFLOWS THE WORK "
            "TABLES - REPORT REFUSED - ARCHIVE THE FILES FIRST"
        MOVE "REJECTED" TO logRunStatus
        MOVE "OVERFLOW" TO tlResultOut
    ELSE
        PERFORM ApplyCashReceipts
        PERFORM ApplyCreditMemos
        PERFORM MeasureOneInvoice
            VARYING invoiceIndex FROM 1 BY 1
            UNTIL invoiceIndex > invoiceCount
        PERFORM WriteCycleReport
        DISPLAY "Quote-to-cash for " reportMonth
            " written to QTOCASH.RPT."
        MOVE SPACES TO tlResultOut
        STRING "DSO " DELIMITED BY SIZE
            dslDso DELIMITED BY SIZE
            INTO tlResultOut
        END-STRING
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
BuildMonthWindow.
    MOVE reportMonth TO monthWork
    PERFORM StepBackOneMonth 11 TIMES
    MOVE monthWork TO windowStartMonth
    PERFORM SetUpOneWindowMonth
        VARYING windowIndex FROM 1 BY 1
        UNTIL windowIndex > 12.
StepBackOneMonth.
    IF mwMonthOfYear = 1
        SUBTRACT 1 FROM mwYear
        MOVE 12 TO mwMonthOfYear
    ELSE
        SUBTRACT 1 FROM mwMonthOfYear
    END-IF.
StepForwardOneMonth.
    IF mwMonthOfYear = 12
        ADD 1 TO mwYear
        MOVE 1 TO mwMonthOfYear
    ELSE
        ADD 1 TO mwMonthOfYear
    END-IF.
SetUpOneWindowMonth.
    IF windowIndex = 1
        MOVE windowStartMonth TO monthWork
    ELSE
        PERFORM StepForwardOneMonth
    END-IF
    MOVE monthWork TO wnMonth (windowIndex)
    COMPUTE dateWork = monthWork * 100 + 1
    COMPUTE firstDayInteger = FUNCTION INTEGER-OF-DATE(dateWork)
    PERFORM StepForwardOneMonth
    COMPUTE dateWork = monthWork * 100 + 1
    COMPUTE wnEndInteger (windowIndex) =
        FUNCTION INTEGER-OF-DATE(dateWork) - 1
    COMPUTE wnDayCount (windowIndex) =
        wnEndInteger (windowIndex) - firstDayInteger + 1
    PERFORM StepBackOneMonth
    MOVE ZERO TO wnSales (windowIndex)
    MOVE ZERO TO wnOpenBalance (windowIndex).
LoadAcceptedQuotes.
    MOVE "N" TO quoteRegisterEOF
    OPEN INPUT quoteRegisterFile
    IF quoteRegisterStatus = "00"
        PERFORM TakeOneRegisterRow
            UNTIL quoteRegisterEOF = "Y" OR tableOverflow = "Y"
        CLOSE quoteRegisterFile
    ELSE
        DISPLAY "Quote register not available."
    END-IF.
TakeOneRegisterRow.
    READ quoteRegisterFile
        AT END MOVE "Y" TO quoteRegisterEOF
        NOT AT END
            IF qrStatus = "A"
                AND qrStatusDate IS NUMERIC
                AND qrStatusDate > ZERO
                PERFORM KeepAcceptedQuote
            END-IF
    END-READ.
KeepAcceptedQuote.
    IF quoteCount = 500
        MOVE "Y" TO tableOverflow
    ELSE
        ADD 1 TO quoteCount
        MOVE qrQuoteNumber TO qtQuoteNumber (quoteCount)
        MOVE qrStatusDate TO qtAcceptDate (quoteCount)
        IF qrStatusDate (1:6) = reportMonth
            COMPUTE stageDays =
                FUNCTION INTEGER-OF-DATE(qrStatusDate)
                - FUNCTION INTEGER-OF-DATE(qrQuoteDate)
            MOVE qrCustomerId TO lookupCustomerId
            MOVE 1 TO stageIndex
            PERFORM RecordStageDays
        END-IF
    END-IF.
RecordStageDays.
    IF stageDays < ZERO
        MOVE ZERO TO stageDays
    END-IF
    ADD 1 TO ovStageCount (stageIndex)
    ADD stageDays TO ovStageDays (stageIndex)
    IF stageDays > ovStageWorst (stageIndex)
        MOVE stageDays TO ovStageWorst (stageIndex)
    END-IF
    PERFORM FindCustomerEntry
    IF customerFound > ZERO
        ADD 1 TO cuStageCount (customerFound, stageIndex)
        ADD stageDays TO cuStageDays (customerFound, stageIndex)
        IF stageDays > cuStageWorst (customerFound, stageIndex)
            MOVE stageDays TO cuStageWorst (customerFound, stageIndex)
        END-IF
    END-IF.
LoadInvoiceRegister.
    MOVE "N" TO invoiceRegisterEOF
    OPEN INPUT invoiceRegisterFile
    IF invoiceRegisterStatus = "00"
        PERFORM TakeOneInvoiceRow
            UNTIL invoiceRegisterEOF = "Y" OR tableOverflow = "Y"
        CLOSE invoiceRegisterFile
    END-IF.
TakeOneInvoiceRow.
    READ invoiceRegisterFile
        AT END MOVE "Y" TO invoiceRegisterEOF
        NOT AT END
            IF invoiceCount = 1000
                MOVE "Y" TO tableOverflow
            ELSE
                PERFORM KeepOneInvoice
            END-IF
    END-READ.
KeepOneInvoice.
    ADD 1 TO invoiceCount
    MOVE ivInvoiceNumber TO itInvoiceNumber (invoiceCount)
    MOVE ivCustomerId TO itCustomerId (invoiceCount)
    MOVE ivInvoiceDate TO itInvoiceDate (invoiceCount)
    MOVE ivDueDate TO itDueDate (invoiceCount)
    MOVE ivQuoteNumber TO itQuoteNumber (invoiceCount)
    MOVE ivStatus TO itStatus (invoiceCount)
    MOVE ZERO TO itFinalPayDate (invoiceCount)
    PERFORM MatchOneSalesMonth
        VARYING windowIndex FROM 1 BY 1
        UNTIL windowIndex > 12
    MOVE ivInvoiceDate TO movementDate
    MOVE ivInvoiceAmount TO movementAmount
    PERFORM ApplyMovementToWindow.
MatchOneSalesMonth.
    IF wnMonth (windowIndex) = ivInvoiceDate (1:6)
        ADD ivInvoiceAmount TO wnSales (windowIndex)
    END-IF.
ApplyMovementToWindow.
    PERFORM ApplyMovementToOneMonth
        VARYING windowIndex FROM 1 BY 1
        UNTIL windowIndex > 12.
ApplyMovementToOneMonth.
    IF FUNCTION INTEGER-OF-DATE(movementDate)
        <= wnEndInteger (windowIndex)
        ADD movementAmount TO wnOpenBalance (windowIndex)
    END-IF.
ApplyCashReceipts.
    MOVE "N" TO cashReceiptsEOF
    OPEN INPUT cashReceiptsFile
    IF cashReceiptsStatus = "00"
        PERFORM ApplyOneReceipt UNTIL cashReceiptsEOF = "Y"
        CLOSE cashReceiptsFile
    END-IF.
ApplyOneReceipt.
    READ cashReceiptsFile
        AT END MOVE "Y" TO cashReceiptsEOF
        NOT AT END
            MOVE crReceiptDate TO movementDate
            COMPUTE movementAmount = ZERO - crReceiptAmount
            PERFORM ApplyMovementToWindow
            PERFORM FindInvoiceEntry
            IF invoiceFound > ZERO
                AND crReceiptDate > itFinalPayDate (invoiceFound)
                MOVE crReceiptDate TO itFinalPayDate (invoiceFound)
            END-IF
    END-READ.
FindInvoiceEntry.
    MOVE ZERO TO invoiceFound
    PERFORM MatchOneInvoice
        VARYING invoiceIndex FROM 1 BY 1
        UNTIL invoiceIndex > invoiceCount
            OR invoiceFound > ZERO.
MatchOneInvoice.
    IF itInvoiceNumber (invoiceIndex) = crInvoiceNumber
        MOVE invoiceIndex TO invoiceFound
    END-IF.
ApplyCreditMemos.
    MOVE "N" TO creditMemoEOF
    OPEN INPUT creditMemoFile
    IF creditMemoStatus = "00"
        PERFORM ApplyOneCreditMemo UNTIL creditMemoEOF = "Y"
        CLOSE creditMemoFile
    END-IF.
ApplyOneCreditMemo.
    READ creditMemoFile
        AT END MOVE "Y" TO creditMemoEOF
        NOT AT END
            MOVE cnMemoDate TO movementDate
            COMPUTE movementAmount = ZERO - cnMemoAmount
            PERFORM ApplyMovementToWindow
    END-READ.
MeasureOneInvoice.
    MOVE itCustomerId (invoiceIndex) TO lookupCustomerId
    IF itInvoiceDate (invoiceIndex) (1:6) = reportMonth
        PERFORM FindAcceptedQuote
        IF quoteFound > ZERO
            COMPUTE stageDays =
                FUNCTION INTEGER-OF-DATE(itInvoiceDate (invoiceIndex))
                - FUNCTION INTEGER-OF-DATE(qtAcceptDate (quoteFound))
            MOVE 2 TO stageIndex
            PERFORM RecordStageDays
        END-IF
    END-IF
    IF itStatus (invoiceIndex) = "P"
        AND itFinalPayDate (invoiceIndex) > ZERO
        PERFORM MeasureFinalPayment
    END-IF.
FindAcceptedQuote.
    MOVE ZERO TO quoteFound
    PERFORM MatchOneQuote
        VARYING quoteIndex FROM 1 BY 1
        UNTIL quoteIndex > quoteCount.
MatchOneQuote.
    IF qtQuoteNumber (quoteIndex) = itQuoteNumber (invoiceIndex)
        MOVE quoteIndex TO quoteFound
    END-IF.
MeasureFinalPayment.
    COMPUTE stageDays =
        FUNCTION INTEGER-OF-DATE(itFinalPayDate (invoiceIndex))
        - FUNCTION INTEGER-OF-DATE(itInvoiceDate (invoiceIndex))
    IF stageDays < ZERO
        MOVE ZERO TO stageDays
    END-IF
    IF itDueDate (invoiceIndex) IS NUMERIC
        AND itDueDate (invoiceIndex) >= itInvoiceDate (invoiceIndex)
        COMPUTE termsDays =
            FUNCTION INTEGER-OF-DATE(itDueDate (invoiceIndex))
            - FUNCTION INTEGER-OF-DATE(itInvoiceDate (invoiceIndex))
    ELSE
        MOVE ZERO TO termsDays
    END-IF
    MOVE ZERO TO windowFound
    PERFORM MatchOnePayMonth
        VARYING windowIndex FROM 1 BY 1
        UNTIL windowIndex > 12
    IF windowFound > ZERO
        PERFORM FindCustomerEntry
        IF customerFound > ZERO
            ADD 1 TO cuTrendCount (customerFound, windowFound)
            ADD stageDays TO cuTrendDays (customerFound, windowFound)
            ADD 1 TO cuTrendPaidCount (customerFound)
            ADD stageDays TO cuTrendPaidDays (customerFound)
            ADD termsDays TO cuTrendTermsDays (customerFound)
        END-IF
    END-IF
    IF itFinalPayDate (invoiceIndex) (1:6) = reportMonth
        MOVE 3 TO stageIndex
        PERFORM RecordStageDays
        ADD termsDays TO ovTermsDays
        IF customerFound > ZERO
            ADD termsDays TO cuTermsDays (customerFound)
        END-IF
    END-IF.
MatchOnePayMonth.
    IF wnMonth (windowIndex) = itFinalPayDate (invoiceIndex) (1:6)
        MOVE windowIndex TO windowFound
    END-IF.
FindCustomerEntry.
    MOVE ZERO TO customerFound
    PERFORM MatchOneCustomer
        VARYING customerIndex FROM 1 BY 1
        UNTIL customerIndex > customerCount
            OR customerFound > ZERO
    IF customerFound = ZERO AND customerCount < 100
        ADD 1 TO customerCount
        MOVE customerCount TO customerFound
        INITIALIZE customerEntry (customerFound)
        MOVE lookupCustomerId TO cuCustomerId (customerFound)
    END-IF.
MatchOneCustomer.
    IF cuCustomerId (customerIndex) = lookupCustomerId
        MOVE customerIndex TO customerFound
    END-IF.
WriteCycleReport.
    OPEN OUTPUT cycleReportFile
    WRITE cycleReportRecord FROM cycleTitleLine
    MOVE reportMonth TO cmlReportMonth
    WRITE cycleReportRecord FROM cycleMonthLine
    MOVE "-- CYCLE TIMES IN THE MONTH, DAYS" TO cycleSectionLine
    WRITE cycleReportRecord FROM cycleSectionLine
    WRITE cycleReportRecord FROM stageHeadingLine
    PERFORM WriteOneStageLine
        VARYING stageIndex FROM 1 BY 1
        UNTIL stageIndex > 3
    IF ovStageCount (3) > ZERO
        COMPUTE averageTermsDays ROUNDED =
            ovTermsDays / ovStageCount (3)
        COMPUTE overTermsDays ROUNDED =
            (ovStageDays (3) - ovTermsDays) / ovStageCount (3)
    ELSE
        MOVE ZERO TO averageTermsDays
        MOVE ZERO TO overTermsDays
    END-IF
    MOVE averageTermsDays TO otlTerms
    MOVE overTermsDays TO otlOverTerms
    WRITE cycleReportRecord FROM overallTermsLine
    MOVE "-- BY CUSTOMER, AVERAGE/WORST DAYS" TO cycleSectionLine
    WRITE cycleReportRecord FROM cycleSectionLine
    WRITE cycleReportRecord FROM customerHeadingLine
    PERFORM WriteOneCustomerCycleLine
        VARYING customerIndex FROM 1 BY 1
        UNTIL customerIndex > customerCount
    MOVE "-- DAYS SALES OUTSTANDING, TWELVE MONTHS"
        TO cycleSectionLine
    WRITE cycleReportRecord FROM cycleSectionLine
    PERFORM WriteOneDsoLine
        VARYING windowIndex FROM 1 BY 1
        UNTIL windowIndex > 12
    MOVE "-- AVERAGE DAYS TO PAY AGAINST TERMS, TWELVE MONTHS"
        TO cycleSectionLine
    WRITE cycleReportRecord FROM cycleSectionLine
    PERFORM SetOneTrendLabel
        VARYING windowIndex FROM 1 BY 1
        UNTIL windowIndex > 12
    WRITE cycleReportRecord FROM trendHeadingLine
    PERFORM WriteOneTrendLine
        VARYING customerIndex FROM 1 BY 1
        UNTIL customerIndex > customerCount
    CLOSE cycleReportFile.
WriteOneStageLine.
    MOVE stageName (stageIndex) TO stlStageName
    MOVE ovStageCount (stageIndex) TO stlCount
    IF ovStageCount (stageIndex) > ZERO
        COMPUTE averageDays ROUNDED =
            ovStageDays (stageIndex) / ovStageCount (stageIndex)
    ELSE
        MOVE ZERO TO averageDays
    END-IF
    MOVE averageDays TO stlAverage
    MOVE ovStageWorst (stageIndex) TO stlWorst
    WRITE cycleReportRecord FROM stageLine.
WriteOneCustomerCycleLine.
    MOVE cuCustomerId (customerIndex) TO cclCustomerId
    PERFORM SetOneCustomerStagePair
        VARYING stageIndex FROM 1 BY 1
        UNTIL stageIndex > 3
    IF cuStageCount (customerIndex, 3) > ZERO
        COMPUTE averageTermsDays ROUNDED =
            cuTermsDays (customerIndex)
            / cuStageCount (customerIndex, 3)
        COMPUTE overTermsDays ROUNDED =
            (cuStageDays (customerIndex, 3)
            - cuTermsDays (customerIndex))
            / cuStageCount (customerIndex, 3)
    ELSE
        MOVE ZERO TO averageTermsDays
        MOVE ZERO TO overTermsDays
    END-IF
    MOVE averageTermsDays TO cclTerms
    MOVE overTermsDays TO cclOverTerms
    WRITE cycleReportRecord FROM customerCycleLine.
SetOneCustomerStagePair.
    IF cuStageCount (customerIndex, stageIndex) > ZERO
        COMPUTE averageDays ROUNDED =
            cuStageDays (customerIndex, stageIndex)
            / cuStageCount (customerIndex, stageIndex)
    ELSE
        MOVE ZERO TO averageDays
    END-IF
    MOVE averageDays TO cclAverage (stageIndex)
    MOVE cuStageWorst (customerIndex, stageIndex)
        TO cclWorst (stageIndex).
WriteOneDsoLine.
    MOVE wnMonth (windowIndex) TO dslMonth
    MOVE wnSales (windowIndex) TO dslSales
    MOVE wnOpenBalance (windowIndex) TO dslOpenBalance
    MOVE SPACES TO dslNote
    IF wnSales (windowIndex) > ZERO
        AND wnOpenBalance (windowIndex) > ZERO
        COMPUTE dsoDays ROUNDED =
            wnOpenBalance (windowIndex) * wnDayCount (windowIndex)
            / wnSales (windowIndex)
            ON SIZE ERROR MOVE 9999.9 TO dsoDays
        END-COMPUTE
    ELSE
        MOVE ZERO TO dsoDays
        IF wnSales (windowIndex) = ZERO
            MOVE " NO SALES" TO dslNote
        END-IF
    END-IF
    MOVE dsoDays TO dslDso
    WRITE cycleReportRecord FROM dsoLine.
SetOneTrendLabel.
    MOVE wnMonthOfYear (windowIndex) TO tmlMonth
    MOVE wnYear (windowIndex) (3:2) TO tmlYear
    MOVE trendMonthLabel TO thlMonthLabel (windowIndex).
WriteOneTrendLine.
    MOVE cuCustomerId (customerIndex) TO trlCustomerId
    IF cuTrendPaidCount (customerIndex) > ZERO
        COMPUTE averageTermsDays ROUNDED =
            cuTrendTermsDays (customerIndex)
            / cuTrendPaidCount (customerIndex)
        COMPUTE averagePaidDays ROUNDED =
            cuTrendPaidDays (customerIndex)
            / cuTrendPaidCount (customerIndex)
        COMPUTE overTermsDays =
            averagePaidDays - averageTermsDays
    ELSE
        MOVE ZERO TO averageTermsDays
        MOVE ZERO TO averagePaidDays
        MOVE ZERO TO overTermsDays
    END-IF
    MOVE averageTermsDays TO trlTerms
    MOVE averagePaidDays TO trlAveragePaid
    MOVE overTermsDays TO trlOverTerms
    PERFORM SetOneTrendMonth
        VARYING windowIndex FROM 1 BY 1
        UNTIL windowIndex > 12
    WRITE cycleReportRecord FROM trendLine.
SetOneTrendMonth.
    IF cuTrendCount (customerIndex, windowIndex) > ZERO
        COMPUTE averageDays ROUNDED =
            cuTrendDays (customerIndex, windowIndex)
            / cuTrendCount (customerIndex, windowIndex)
        MOVE averageDays TO trendDaysEdit
        MOVE trendDaysEdit TO trlMonthDays (windowIndex)
    ELSE
        MOVE "    -" TO trlMonthDays (windowIndex)
    END-IF.
