*> Monthly realized exchange gain/loss report and journal source.
*> CASH-RECEIPTS-POSTING now settles invoices raised in the customer's
*> currency at the EXCHRATE.DAT rate on the receipt date and records
*> the difference from the booking rate, one row per receipt, on
*> FXREAL.DAT (shared layout FXREAL.cpy), but nothing added those rows
*> up or carried them to the ledger. This takes a month (YYYYMM,
*> default the current month) and writes FXREAL.RPT with one line per
*> receipt in the month - invoice, customer, currency, amount received
*> in it, booking and receipt rates, home value booked and received,
*> and the gain or loss - then a line per currency and the company
*> totals of gains, losses and the net. The month's gains and losses
*> not already journaled by an earlier run are appended to FXREALX.DAT
*> (shared layout FXREALX.cpy) for GL-JOURNAL-EXTRACT as source types
*> FXGAIN and FXLOSS, gross rather than netted so the ledger shows
*> both; a mid-month run followed by a month-end run therefore
*> journals only the receipts posted in between, and a rerun on the
*> same day replaces that day's rows instead of adding to them.
IDENTIFICATION DIVISION.
PROGRAM-ID. REALIZED-FX-REPORT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT realizedFxFile ASSIGN TO "FXREAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS realizedFxStatus.
    SELECT fxExtractFile ASSIGN TO "FXREALX.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS fxExtractStatus.
    SELECT fxReportFile ASSIGN TO "FXREAL.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  realizedFxFile.
COPY "FXREAL.cpy".
FD  fxExtractFile.
COPY "FXREALX.cpy".
FD  fxReportFile.
01 fxReportRecord PIC X(120).
WORKING-STORAGE SECTION.
    01 realizedFxStatus PIC X(2) VALUE "00".
    01 fxExtractStatus PIC X(2) VALUE "00".
    01 realizedFxEOF PIC X(1) VALUE "N".
    01 fxExtractEOF PIC X(1) VALUE "N".
    01 runDate PIC 9(08).
    01 keyedMonthText PIC X(06).
    01 reportMonth PIC 9(06).
    01 monthReference PIC X(15).
    01 currencyTable.
        05 currencyEntry OCCURS 20 TIMES.
            10 ctCurrencyCode PIC X(3).
            10 ctReceiptCount PIC 9(04).
            10 ctForeignTotal PIC 9(11)V99.
            10 ctGainTotal PIC 9(09)V99.
            10 ctLossTotal PIC 9(09)V99.
    01 currencyCount PIC 9(02) VALUE ZERO.
    01 currencyIndex PIC 9(02).
    01 currencyFound PIC 9(02).
    01 extractTable.
        05 extractEntry PIC X(42) OCCURS 1000 TIMES.
    01 extractCount PIC 9(04) VALUE ZERO.
    01 extractIndex PIC 9(04).
    01 extractOverflow PIC X(1) VALUE "N".
    01 monthReceiptCount PIC 9(05) VALUE ZERO.
    01 monthGainTotal PIC 9(09)V99 VALUE ZERO.
    01 monthLossTotal PIC 9(09)V99 VALUE ZERO.
    01 monthNetTotal PIC S9(09)V99 VALUE ZERO.
    01 journaledGainTotal PIC 9(09)V99 VALUE ZERO.
    01 journaledLossTotal PIC 9(09)V99 VALUE ZERO.
    01 journalGainAmount PIC S9(09)V99 VALUE ZERO.
    01 journalLossAmount PIC S9(09)V99 VALUE ZERO.
    01 lossAmount PIC 9(09)V99.
    01 roundWorkAmount PIC S9(09)V9(04).
    01 currencyFormattedText PIC X(20).
    01 fxTitleLine PIC X(40)
        VALUE "REALIZED EXCHANGE GAIN/LOSS REPORT".
    01 fxMonthLine.
        05 FILLER PIC X(7) VALUE "MONTH: ".
        05 fmlReportMonth PIC 9999/99.
    01 fxHeadingLine.
        05 FILLER PIC X(45)
            VALUE "RECEIVED   INVOICE CUSTNO CUR AMOUNT IN CUR  ".
        05 FILLER PIC X(45)
            VALUE "BOOKED@  RECEIPT@   HOME BOOKED  HOME RECEIVE".
        05 FILLER PIC X(20) VALUE "D      GAIN/LOSS".
    01 fxDetailLine.
        05 fdlReceiptDate PIC 9999/99/99.
        05 FILLER PIC X(1) VALUE " ".
        05 fdlInvoiceNumber PIC 9(06).
        05 FILLER PIC X(2) VALUE "  ".
        05 fdlCustomerId PIC X(6).
        05 FILLER PIC X(1) VALUE " ".
        05 fdlCurrencyCode PIC X(3).
        05 FILLER PIC X(1) VALUE " ".
        05 fdlForeignAmount PIC X(14).
        05 FILLER PIC X(1) VALUE " ".
        05 fdlBookingRate PIC ZZ9.9999.
        05 FILLER PIC X(1) VALUE " ".
        05 fdlReceiptRate PIC ZZ9.9999.
        05 FILLER PIC X(1) VALUE " ".
        05 fdlBookedHome PIC $$$,$$$,$$9.99.
        05 FILLER PIC X(1) VALUE " ".
        05 fdlReceivedHome PIC $$$,$$$,$$9.99.
        05 FILLER PIC X(1) VALUE " ".
        05 fdlGainLoss PIC $$$,$$$,$$9.99-.
    01 fxCurrencyLine.
        05 FILLER PIC X(9) VALUE "CURRENCY ".
        05 fclCurrencyCode PIC X(3).
        05 FILLER PIC X(10) VALUE " RECEIPTS=".
        05 fclReceiptCount PIC Z(03)9.
        05 FILLER PIC X(8) VALUE " AMOUNT=".
        05 fclForeignTotal PIC X(20).
        05 FILLER PIC X(7) VALUE " GAINS=".
        05 fclGainTotal PIC $$$,$$$,$$9.99.
        05 FILLER PIC X(8) VALUE " LOSSES=".
        05 fclLossTotal PIC $$$,$$$,$$9.99.
    01 fxTotalLine.
        05 FILLER PIC X(13) VALUE "TOTAL GAINS=".
        05 ftlGainTotal PIC $$$,$$$,$$9.99.
        05 FILLER PIC X(8) VALUE " LOSSES=".
        05 ftlLossTotal PIC $$$,$$$,$$9.99.
        05 FILLER PIC X(5) VALUE " NET=".
        05 ftlNetTotal PIC $$$,$$$,$$9.99-.
        05 FILLER PIC X(10) VALUE " RECEIPTS=".
        05 ftlReceiptCount PIC Z(04)9.
    01 fxJournalLine.
        05 FILLER PIC X(34)
            VALUE "JOURNAL TO FXREALX: ALREADY GAINS=".
        05 fjlJournaledGain PIC $$$,$$$,$$9.99.
        05 FILLER PIC X(8) VALUE " LOSSES=".
        05 fjlJournaledLoss PIC $$$,$$$,$$9.99.
        05 FILLER PIC X(11) VALUE " NOW GAINS=".
        05 fjlGainAmount PIC $$$,$$$,$$9.99-.
        05 FILLER PIC X(8) VALUE " LOSSES=".
        05 fjlLossAmount PIC $$$,$$$,$$9.99-.
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 tlAmountWork PIC S9(09)V9(04).
    01 logProgramName PIC X(27) VALUE "REALIZED-FX-REPORT".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "REALIZED-FX-REPORT", operatorId
    ACCEPT runDate FROM DATE YYYYMMDD
    DISPLAY "Enter report month (YYYYMM, blank for this month): "
    ACCEPT keyedMonthText
    IF keyedMonthText IS NUMERIC
        MOVE keyedMonthText TO reportMonth
    ELSE
        MOVE runDate (1:6) TO reportMonth
    END-IF
    MOVE SPACES TO monthReference
    STRING "FX " DELIMITED BY SIZE
        reportMonth DELIMITED BY SIZE
        INTO monthReference
    END-STRING
    MOVE SPACES TO tlInputs
    STRING "FX MONTH " DELIMITED BY SIZE
        reportMonth DELIMITED BY SIZE
        INTO tlInputs
    END-STRING
    PERFORM LoadFxExtract
    IF extractOverflow = "Y"
        DISPLAY "FXREALX.DAT OVERFLOWS THE WORK TABLE - "
            "REPORT REFUSED - ARCHIVE THE EXTRACT FIRST"
        MOVE "REJECTED" TO logRunStatus
        MOVE "OVERFLOW" TO tlResultOut
    ELSE
        PERFORM WriteRealizedFxReport
        COMPUTE journalGainAmount =
            monthGainTotal - journaledGainTotal
        COMPUTE journalLossAmount =
            monthLossTotal - journaledLossTotal
        MOVE journaledGainTotal TO fjlJournaledGain
        MOVE journaledLossTotal TO fjlJournaledLoss
        MOVE journalGainAmount TO fjlGainAmount
        MOVE journalLossAmount TO fjlLossAmount
        WRITE fxReportRecord FROM fxJournalLine
        CLOSE fxReportFile
        IF journalGainAmount < ZERO OR journalLossAmount < ZERO
            DISPLAY "MONTH " reportMonth " WAS JOURNALED FOR MORE "
                "THAN FXREAL.DAT NOW HOLDS - NOTHING JOURNALED, "
                "CORRECT THE LEDGER BY HAND"
            MOVE "ERROR" TO logRunStatus
        ELSE
            PERFORM RewriteFxExtract
        END-IF
        DISPLAY "Realized FX for " reportMonth
            " written to FXREAL.RPT - " monthReceiptCount
            " receipt(s)."
        MOVE monthNetTotal TO tlAmountWork
        CALL "FORMAT-AMOUNT-FOR-LOG" USING tlAmountWork, tlResultOut
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
LoadFxExtract.
    MOVE ZERO TO extractCount
    MOVE "N" TO fxExtractEOF
    OPEN INPUT fxExtractFile
    IF fxExtractStatus = "00"
        PERFORM TakeOneExtractRow
            UNTIL fxExtractEOF = "Y" OR extractOverflow = "Y"
        CLOSE fxExtractFile
    END-IF.
TakeOneExtractRow.
    READ fxExtractFile
        AT END MOVE "Y" TO fxExtractEOF
        NOT AT END
            IF gxRunDate NOT = runDate
                IF extractCount = 1000
                    MOVE "Y" TO extractOverflow
                ELSE
                    ADD 1 TO extractCount
                    MOVE fxJournalExtract
                        TO extractEntry (extractCount)
                    IF gxReference = monthReference
                        IF gxSourceType = "FXGAIN"
                            ADD gxAmount TO journaledGainTotal
                        END-IF
                        IF gxSourceType = "FXLOSS"
                            ADD gxAmount TO journaledLossTotal
                        END-IF
                    END-IF
                END-IF
            END-IF
    END-READ.
WriteRealizedFxReport.
    OPEN OUTPUT fxReportFile
    WRITE fxReportRecord FROM fxTitleLine
    MOVE reportMonth TO fmlReportMonth
    WRITE fxReportRecord FROM fxMonthLine
    WRITE fxReportRecord FROM fxHeadingLine
    MOVE "N" TO realizedFxEOF
    OPEN INPUT realizedFxFile
    IF realizedFxStatus = "00"
        PERFORM ReportOneReceipt UNTIL realizedFxEOF = "Y"
        CLOSE realizedFxFile
    ELSE
        DISPLAY "No realized exchange register on file."
    END-IF
    PERFORM WriteOneCurrencyLine
        VARYING currencyIndex FROM 1 BY 1
        UNTIL currencyIndex > currencyCount
    COMPUTE monthNetTotal = monthGainTotal - monthLossTotal
    MOVE monthGainTotal TO ftlGainTotal
    MOVE monthLossTotal TO ftlLossTotal
    MOVE monthNetTotal TO ftlNetTotal
    MOVE monthReceiptCount TO ftlReceiptCount
    WRITE fxReportRecord FROM fxTotalLine.
ReportOneReceipt.
    READ realizedFxFile
        AT END MOVE "Y" TO realizedFxEOF
        NOT AT END
            IF rfReceiptDate (1:6) = reportMonth
                PERFORM TallyOneReceipt
            END-IF
    END-READ.
TallyOneReceipt.
    ADD 1 TO monthReceiptCount
    PERFORM FindCurrencyEntry
    IF rfGainLossAmount < ZERO
        COMPUTE lossAmount = ZERO - rfGainLossAmount
        ADD lossAmount TO monthLossTotal
    ELSE
        MOVE ZERO TO lossAmount
        ADD rfGainLossAmount TO monthGainTotal
    END-IF
    IF currencyFound > ZERO
        ADD 1 TO ctReceiptCount (currencyFound)
        ADD rfForeignAmount TO ctForeignTotal (currencyFound)
        IF lossAmount > ZERO
            ADD lossAmount TO ctLossTotal (currencyFound)
        ELSE
            ADD rfGainLossAmount TO ctGainTotal (currencyFound)
        END-IF
    END-IF
    MOVE rfForeignAmount TO roundWorkAmount
    CALL "APPLY-CURRENCY-ROUNDING" USING roundWorkAmount,
        rfCurrencyCode, currencyFormattedText
    MOVE rfReceiptDate TO fdlReceiptDate
    MOVE rfInvoiceNumber TO fdlInvoiceNumber
    MOVE rfCustomerId TO fdlCustomerId
    MOVE rfCurrencyCode TO fdlCurrencyCode
    MOVE currencyFormattedText TO fdlForeignAmount
    MOVE rfBookingRate TO fdlBookingRate
    MOVE rfReceiptRate TO fdlReceiptRate
    MOVE rfBookedHomeAmount TO fdlBookedHome
    MOVE rfReceivedHomeAmount TO fdlReceivedHome
    MOVE rfGainLossAmount TO fdlGainLoss
    WRITE fxReportRecord FROM fxDetailLine.
FindCurrencyEntry.
    MOVE ZERO TO currencyFound
    PERFORM MatchOneCurrency
        VARYING currencyIndex FROM 1 BY 1
        UNTIL currencyIndex > currencyCount
            OR currencyFound > ZERO
    IF currencyFound = ZERO AND currencyCount < 20
        ADD 1 TO currencyCount
        MOVE currencyCount TO currencyFound
        MOVE rfCurrencyCode TO ctCurrencyCode (currencyFound)
        MOVE ZERO TO ctReceiptCount (currencyFound)
        MOVE ZERO TO ctForeignTotal (currencyFound)
        MOVE ZERO TO ctGainTotal (currencyFound)
        MOVE ZERO TO ctLossTotal (currencyFound)
    END-IF.
MatchOneCurrency.
    IF ctCurrencyCode (currencyIndex) = rfCurrencyCode
        MOVE currencyIndex TO currencyFound
    END-IF.
WriteOneCurrencyLine.
    MOVE ctForeignTotal (currencyIndex) TO roundWorkAmount
    CALL "APPLY-CURRENCY-ROUNDING" USING roundWorkAmount,
        ctCurrencyCode (currencyIndex), currencyFormattedText
    MOVE ctCurrencyCode (currencyIndex) TO fclCurrencyCode
    MOVE ctReceiptCount (currencyIndex) TO fclReceiptCount
    MOVE currencyFormattedText TO fclForeignTotal
    MOVE ctGainTotal (currencyIndex) TO fclGainTotal
    MOVE ctLossTotal (currencyIndex) TO fclLossTotal
    WRITE fxReportRecord FROM fxCurrencyLine.
RewriteFxExtract.
    OPEN OUTPUT fxExtractFile
    PERFORM WriteOneExtractRecord
        VARYING extractIndex FROM 1 BY 1
        UNTIL extractIndex > extractCount
    IF journalGainAmount > ZERO
        MOVE runDate TO gxRunDate
        MOVE "FXGAIN" TO gxSourceType
        MOVE journalGainAmount TO gxAmount
        MOVE monthReference TO gxReference
        WRITE fxJournalExtract
    END-IF
    IF journalLossAmount > ZERO
        MOVE runDate TO gxRunDate
        MOVE "FXLOSS" TO gxSourceType
        MOVE journalLossAmount TO gxAmount
        MOVE monthReference TO gxReference
        WRITE fxJournalExtract
    END-IF
    CLOSE fxExtractFile.
WriteOneExtractRecord.
    MOVE extractEntry (extractIndex) TO fxJournalExtract
    WRITE fxJournalExtract.
