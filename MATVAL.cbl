*> Month-end material valuation at weighted-average cost. The only
*> answer to "what is the stock worth" was on-hand times today's
*> MATCAT.DAT rate, which ignores that stock bought before a rate
*> change cost the old rate. For the month keyed (default last month)
*> this opens each material from last month's closing row on
*> MATVAL.DAT - or, the first time, backs the month's movements off
*> the MATSTOCK.DAT balance and costs the opening quantity at the rate
*> in force on the last day of the prior month - then walks the
*> month's MATMOVE.DAT movements in order. A receipt is costed at the
*> rate in force on its date, taken from the rate-change history on
*> MATHIST.DAT (the old rate of the first change after the date, else
*> the current catalog rate), and re-averages the unit cost; a
*> consumption and a count adjustment go out or in at the running
*> average, and consumption is totalled per job. MATVAL.RPT prints
*> opening, receipts, consumption, adjustments and closing stock per
*> material, then material cost per job. The closing rows are written
*> to MATVAL.DAT for the next month, and the receipts, cost of goods
*> consumed and count losses and gains are left on MATVALX.DAT
*> stamped with today's date for GL-JOURNAL-EXTRACT to journal. A
*> month already valued is refused so the journals are not doubled.
*> The journal rows are now appended to MATVALX.DAT rather than
*> replacing it, so two months valued on the same day both reach
*> GL-JOURNAL-EXTRACT.
*> The job cost table holds 2000 jobs, and a month in which more jobs
*> drew material is refused whole, since the excess jobs' consumption
*> would reach the valuation total but not the cost-of-goods journal.
IDENTIFICATION DIVISION.
PROGRAM-ID. MATERIAL-VALUATION.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT materialStockFile ASSIGN TO "MATSTOCK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS materialStockStatus.
    SELECT materialMoveFile ASSIGN TO "MATMOVE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS materialMoveStatus.
    SELECT materialCatalogFile ASSIGN TO "MATCAT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS materialCatalogStatus.
    SELECT materialHistoryFile ASSIGN TO "MATHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS materialHistoryStatus.
    SELECT valuationFile ASSIGN TO "MATVAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS valuationStatus.
    SELECT valuationExtractFile ASSIGN TO "MATVALX.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS valuationExtractStatus.
    SELECT valuationReportFile ASSIGN TO "MATVAL.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  materialStockFile.
COPY "MATSTOCK.cpy".
FD  materialMoveFile.
COPY "MATMOVE.cpy".
FD  materialCatalogFile.
COPY "MATCAT.cpy".
FD  materialHistoryFile.
01 materialHistoryRecord.
    05 mhMaterialCode PIC X(4).
    05 mhOldRate PIC 9(03)V99.
    05 mhNewRate PIC 9(03)V99.
    05 mhChangeDate PIC 9(08).
    05 mhOperatorId PIC X(08).
FD  valuationFile.
COPY "MATVAL.cpy".
FD  valuationExtractFile.
COPY "MATVALX.cpy".
FD  valuationReportFile.
01 valuationReportRecord PIC X(132).
WORKING-STORAGE SECTION.
    01 materialStockStatus PIC X(2) VALUE "00".
    01 materialMoveStatus PIC X(2) VALUE "00".
    01 materialCatalogStatus PIC X(2) VALUE "00".
    01 materialHistoryStatus PIC X(2) VALUE "00".
    01 valuationStatus PIC X(2) VALUE "00".
    01 valuationExtractStatus PIC X(2) VALUE "00".
    01 materialStockEOF PIC X(1) VALUE "N".
    01 materialMoveEOF PIC X(1) VALUE "N".
    01 materialCatalogEOF PIC X(1) VALUE "N".
    01 materialHistoryEOF PIC X(1) VALUE "N".
    01 valuationEOF PIC X(1) VALUE "N".
    01 runDate PIC 9(08).
    01 valMonthText PIC X(06).
    01 valMonth PIC 9(06).
    01 priorMonth PIC 9(06).
    01 monthStartDate PIC 9(08).
    01 monthEndDate PIC 9(08).
    01 priorMonthEndDate PIC 9(08).
    01 dateIntegerWork PIC 9(08).
    01 catalogTable.
        05 catalogEntry OCCURS 50 TIMES.
            10 caMaterialCode PIC X(4).
            10 caCostRate PIC 9(03)V99.
    01 catalogCount PIC 99 VALUE ZERO.
    01 catalogIndex PIC 99.
    01 historyTable.
        05 historyEntry OCCURS 300 TIMES.
            10 hsMaterialCode PIC X(4).
            10 hsOldRate PIC 9(03)V99.
            10 hsChangeDate PIC 9(08).
    01 historyCount PIC 9(03) VALUE ZERO.
    01 historyIndex PIC 9(03).
    01 historyBestDate PIC 9(08).
    01 rateMaterial PIC X(4).
    01 rateDate PIC 9(08).
    01 rateInForce PIC 9(03)V99.
    01 valuationTable.
        05 valuationEntry OCCURS 20 TIMES.
            10 vaMaterialCode PIC X(4).
            10 vaOpenQty PIC S9(09)V99.
            10 vaOpenValue PIC S9(09)V99.
            10 vaReceiptQty PIC S9(09)V99.
            10 vaReceiptValue PIC S9(09)V99.
            10 vaConsumedQty PIC S9(09)V99.
            10 vaConsumedValue PIC S9(09)V99.
            10 vaAdjustQty PIC S9(09)V99.
            10 vaAdjustValue PIC S9(09)V99.
            10 vaQty PIC S9(09)V99.
            10 vaValue PIC S9(09)V99.
            10 vaAverageCost PIC 9(05)V9(04).
            10 vaOpenedFromFile PIC X(1).
    01 valuationCount PIC 99 VALUE ZERO.
    01 valuationIndex PIC 99.
    01 valuationFound PIC 99.
    01 keptRowTable.
        05 keptRowEntry OCCURS 500 TIMES.
            10 krValMonth PIC 9(06).
            10 krMaterialCode PIC X(4).
            10 krClosingQty PIC S9(09)V99.
            10 krAverageCost PIC 9(05)V9(04).
            10 krClosingValue PIC S9(09)V99.
            10 krRunDate PIC 9(08).
    01 keptRowCount PIC 9(03) VALUE ZERO.
    01 keptRowIndex PIC 9(03).
    01 keptRowOverflow PIC X(1) VALUE "N".
    01 monthAlreadyValued PIC X(1) VALUE "N".
    01 jobCostTable.
        05 jobCostEntry OCCURS 2000 TIMES.
            10 jcJobNumber PIC 9(06).
            10 jcConsumedQty PIC 9(09)V99.
            10 jcConsumedValue PIC S9(09)V99.
    01 jobCostCount PIC 9(04) VALUE ZERO.
    01 jobCostIndex PIC 9(04).
    01 jobCostFound PIC 9(04).
    01 jobCostOverflow PIC X(1) VALUE "N".
    01 moveJobNumber PIC 9(06).
    01 moveCost PIC S9(09)V99.
    01 receiptTotal PIC S9(11)V99 VALUE ZERO.
    01 consumedTotal PIC S9(11)V99 VALUE ZERO.
    01 shrinkTotal PIC S9(11)V99 VALUE ZERO.
    01 gainTotal PIC S9(11)V99 VALUE ZERO.
    01 openingTotal PIC S9(11)V99 VALUE ZERO.
    01 closingTotal PIC S9(11)V99 VALUE ZERO.
    01 movesValuedCount PIC 9(05) VALUE ZERO.
    01 extractRowCount PIC 9(03) VALUE ZERO.
    01 reportTitleLine.
        05 FILLER PIC X(45)
            VALUE "MATERIAL VALUATION AT WEIGHTED-AVERAGE COST ".
        05 rtlValMonth PIC 9999/99.
    01 reportHeadLine.
        05 FILLER PIC X(58) VALUE
            "MATL    OPEN QTY  OPEN VALUE  RCPT QTY  RCPT VALUE  USED ".
        05 FILLER PIC X(58) VALUE
            "QTY  USED VALUE   ADJ VALUE   CLOSE QTY  AVG COST  CLOSE ".
        05 FILLER PIC X(5) VALUE "VALUE".
    01 reportDetailLine.
        05 rdlMaterialCode PIC X(4).
        05 rdlOpenQty PIC -(07)9.99.
        05 rdlOpenValue PIC -(08)9.99.
        05 rdlReceiptQty PIC -(06)9.99.
        05 rdlReceiptValue PIC -(08)9.99.
        05 rdlConsumedQty PIC -(06)9.99.
        05 rdlConsumedValue PIC -(08)9.99.
        05 rdlAdjustValue PIC -(08)9.99.
        05 rdlClosingQty PIC -(07)9.99.
        05 rdlAverageCost PIC Z(04)9.9999.
        05 rdlClosingValue PIC -(09)9.99.
    01 reportTotalLine.
        05 FILLER PIC X(15) VALUE "TOTAL OPENING=".
        05 rttOpening PIC -(10)9.99.
        05 FILLER PIC X(10) VALUE " RECEIPTS=".
        05 rttReceipts PIC -(10)9.99.
        05 FILLER PIC X(10) VALUE " CONSUMED=".
        05 rttConsumed PIC -(10)9.99.
        05 FILLER PIC X(10) VALUE " CLOSING=".
        05 rttClosing PIC -(10)9.99.
    01 jobTitleLine PIC X(40)
        VALUE "MATERIAL COST CONSUMED PER JOB".
    01 jobDetailLine.
        05 FILLER PIC X(4) VALUE "JOB ".
        05 jdlJobNumber PIC X(10).
        05 FILLER PIC X(10) VALUE " QUANTITY=".
        05 jdlConsumedQty PIC Z(08)9.99.
        05 FILLER PIC X(6) VALUE " COST=".
        05 jdlConsumedValue PIC -(09)9.99.
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27) VALUE "MATERIAL-VALUATION".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "MATERIAL-VALUATION", operatorId
    ACCEPT runDate FROM DATE YYYYMMDD
    DISPLAY "Enter month to value (YYYYMM, blank for last month): "
    ACCEPT valMonthText
    IF valMonthText IS NUMERIC
        MOVE valMonthText TO valMonth
    ELSE
        COMPUTE monthStartDate = (runDate / 100) * 100 + 1
        COMPUTE dateIntegerWork =
            FUNCTION INTEGER-OF-DATE(monthStartDate) - 1
        COMPUTE priorMonthEndDate =
            FUNCTION DATE-OF-INTEGER(dateIntegerWork)
        MOVE priorMonthEndDate (1:6) TO valMonth
    END-IF
    COMPUTE monthStartDate = valMonth * 100 + 1
    COMPUTE monthEndDate = valMonth * 100 + 31
    COMPUTE dateIntegerWork =
        FUNCTION INTEGER-OF-DATE(monthStartDate) - 1
    COMPUTE priorMonthEndDate =
        FUNCTION DATE-OF-INTEGER(dateIntegerWork)
    MOVE priorMonthEndDate (1:6) TO priorMonth
    MOVE "MATERIAL VALUATION" TO tlInputs
    PERFORM LoadValuationFile
    IF keptRowOverflow = "Y"
        DISPLAY "MATVAL.DAT OVERFLOWS THE WORK TABLE - REFUSED - "
            "ARCHIVE OLD MONTHS FIRST"
        MOVE "REJECTED" TO logRunStatus
        MOVE "OVERFLOW" TO tlResultOut
    ELSE
    IF monthAlreadyValued = "Y"
        DISPLAY "MONTH " valMonth " IS ALREADY VALUED - REFUSED"
        MOVE "REJECTED" TO logRunStatus
        MOVE "ALREADY VALUED" TO tlResultOut
    ELSE
        PERFORM LoadMaterialCatalog
        PERFORM LoadRateHistory
        PERFORM LoadStockBalances
        PERFORM BackOffLaterMovements
        PERFORM PriceOpeningStock
            VARYING valuationIndex FROM 1 BY 1
            UNTIL valuationIndex > valuationCount
        PERFORM ValueMonthMovements
        IF jobCostOverflow = "Y"
            DISPLAY "MORE THAN 2000 JOBS DREW MATERIAL IN " valMonth
                " - VALUATION REFUSED - NOTHING WRITTEN"
            MOVE "REJECTED" TO logRunStatus
            MOVE "OVERFLOW" TO tlResultOut
        ELSE
            PERFORM WriteValuationReport
            PERFORM WriteClosingRows
            PERFORM WriteJournalExtract
            DISPLAY movesValuedCount " movement(s) valued - report "
                "on MATVAL.RPT, " extractRowCount " journal row(s) "
                "on MATVALX.DAT"
            MOVE SPACES TO tlResultOut
            STRING "MONTH=" DELIMITED BY SIZE
                valMonth DELIMITED BY SIZE
                INTO tlResultOut
            END-STRING
        END-IF
    END-IF
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
LoadValuationFile.
    MOVE ZERO TO keptRowCount
    MOVE "N" TO valuationEOF
    OPEN INPUT valuationFile
    IF valuationStatus = "00"
        PERFORM ReadValuationRecord
        PERFORM AddKeptRow
            UNTIL valuationEOF = "Y" OR keptRowCount = 500
        IF valuationEOF NOT = "Y"
            MOVE "Y" TO keptRowOverflow
        END-IF
        CLOSE valuationFile
    END-IF.
ReadValuationRecord.
    READ valuationFile
        AT END MOVE "Y" TO valuationEOF
    END-READ.
AddKeptRow.
    ADD 1 TO keptRowCount
    MOVE mlValMonth TO krValMonth (keptRowCount)
    MOVE mlMaterialCode TO krMaterialCode (keptRowCount)
    MOVE mlClosingQty TO krClosingQty (keptRowCount)
    MOVE mlAverageCost TO krAverageCost (keptRowCount)
    MOVE mlClosingValue TO krClosingValue (keptRowCount)
    MOVE mlRunDate TO krRunDate (keptRowCount)
    IF mlValMonth = valMonth
        MOVE "Y" TO monthAlreadyValued
    END-IF
    PERFORM ReadValuationRecord.
LoadMaterialCatalog.
    MOVE ZERO TO catalogCount
    MOVE "N" TO materialCatalogEOF
    OPEN INPUT materialCatalogFile
    IF materialCatalogStatus = "00"
        PERFORM ReadCatalogRecord
        PERFORM AddCatalogEntry
            UNTIL materialCatalogEOF = "Y" OR catalogCount = 50
        CLOSE materialCatalogFile
    ELSE
        DISPLAY "Material catalog not available - unpriced "
            "material valued at zero."
    END-IF.
ReadCatalogRecord.
    READ materialCatalogFile
        AT END MOVE "Y" TO materialCatalogEOF
    END-READ.
AddCatalogEntry.
    ADD 1 TO catalogCount
    MOVE mcMaterialCode TO caMaterialCode (catalogCount)
    MOVE mcCostRate TO caCostRate (catalogCount)
    PERFORM ReadCatalogRecord.
LoadRateHistory.
    MOVE ZERO TO historyCount
    MOVE "N" TO materialHistoryEOF
    OPEN INPUT materialHistoryFile
    IF materialHistoryStatus = "00"
        PERFORM ReadHistoryRecord
        PERFORM AddHistoryEntry
            UNTIL materialHistoryEOF = "Y" OR historyCount = 300
        CLOSE materialHistoryFile
    END-IF.
ReadHistoryRecord.
    READ materialHistoryFile
        AT END MOVE "Y" TO materialHistoryEOF
    END-READ.
AddHistoryEntry.
    ADD 1 TO historyCount
    MOVE mhMaterialCode TO hsMaterialCode (historyCount)
    MOVE mhOldRate TO hsOldRate (historyCount)
    MOVE mhChangeDate TO hsChangeDate (historyCount)
    PERFORM ReadHistoryRecord.
FindRateInForce.
    MOVE ZERO TO rateInForce
    PERFORM MatchOneCatalogRate
        VARYING catalogIndex FROM 1 BY 1
        UNTIL catalogIndex > catalogCount
    MOVE 99999999 TO historyBestDate
    PERFORM MatchOneHistoryRate
        VARYING historyIndex FROM 1 BY 1
        UNTIL historyIndex > historyCount.
MatchOneCatalogRate.
    IF caMaterialCode (catalogIndex) = rateMaterial
        MOVE caCostRate (catalogIndex) TO rateInForce
    END-IF.
MatchOneHistoryRate.
    IF hsMaterialCode (historyIndex) = rateMaterial
        AND hsChangeDate (historyIndex) > rateDate
        AND hsChangeDate (historyIndex) < historyBestDate
        MOVE hsOldRate (historyIndex) TO rateInForce
        MOVE hsChangeDate (historyIndex) TO historyBestDate
    END-IF.
LoadStockBalances.
    MOVE ZERO TO valuationCount
    MOVE "N" TO materialStockEOF
    OPEN INPUT materialStockFile
    IF materialStockStatus = "00"
        PERFORM ReadStockRecord
        PERFORM AddValuationEntry
            UNTIL materialStockEOF = "Y" OR valuationCount = 20
        CLOSE materialStockFile
    ELSE
        DISPLAY "Stock file not available."
    END-IF.
ReadStockRecord.
    READ materialStockFile
        AT END MOVE "Y" TO materialStockEOF
    END-READ.
AddValuationEntry.
    ADD 1 TO valuationCount
    MOVE msMaterialCode TO vaMaterialCode (valuationCount)
    MOVE msOnHand TO vaOpenQty (valuationCount)
    MOVE ZERO TO vaOpenValue (valuationCount)
    MOVE ZERO TO vaReceiptQty (valuationCount)
    MOVE ZERO TO vaReceiptValue (valuationCount)
    MOVE ZERO TO vaConsumedQty (valuationCount)
    MOVE ZERO TO vaConsumedValue (valuationCount)
    MOVE ZERO TO vaAdjustQty (valuationCount)
    MOVE ZERO TO vaAdjustValue (valuationCount)
    MOVE ZERO TO vaAverageCost (valuationCount)
    MOVE "N" TO vaOpenedFromFile (valuationCount)
    PERFORM ReadStockRecord.
FindValuationEntry.
    MOVE ZERO TO valuationFound
    PERFORM MatchOneValuationEntry
        VARYING valuationIndex FROM 1 BY 1
        UNTIL valuationIndex > valuationCount
            OR valuationFound > ZERO.
MatchOneValuationEntry.
    IF vaMaterialCode (valuationIndex) = mvMaterialCode
        MOVE valuationIndex TO valuationFound
    END-IF.
BackOffLaterMovements.
    MOVE "N" TO materialMoveEOF
    OPEN INPUT materialMoveFile
    IF materialMoveStatus = "00"
        PERFORM BackOffOneMovement UNTIL materialMoveEOF = "Y"
        CLOSE materialMoveFile
    END-IF.
BackOffOneMovement.
    READ materialMoveFile
        AT END MOVE "Y" TO materialMoveEOF
        NOT AT END
            IF mvMoveDate >= monthStartDate
                PERFORM FindValuationEntry
                IF valuationFound > ZERO
                    EVALUATE TRUE
                        WHEN mvMoveType = "R"
                            SUBTRACT mvQuantity
                                FROM vaOpenQty (valuationFound)
                        WHEN mvMoveType = "C"
                            ADD mvQuantity
                                TO vaOpenQty (valuationFound)
                        WHEN mvMoveType = "A" AND mvAdjustSign = "-"
                            ADD mvQuantity
                                TO vaOpenQty (valuationFound)
                        WHEN mvMoveType = "A"
                            SUBTRACT mvQuantity
                                FROM vaOpenQty (valuationFound)
                    END-EVALUATE
                END-IF
            END-IF
    END-READ.
PriceOpeningStock.
    PERFORM FindPriorClosingRow
    IF vaOpenedFromFile (valuationIndex) = "N"
        MOVE vaMaterialCode (valuationIndex) TO rateMaterial
        MOVE priorMonthEndDate TO rateDate
        PERFORM FindRateInForce
        MOVE rateInForce TO vaAverageCost (valuationIndex)
        COMPUTE vaOpenValue (valuationIndex) ROUNDED =
            vaOpenQty (valuationIndex) * rateInForce
    END-IF
    MOVE vaOpenQty (valuationIndex) TO vaQty (valuationIndex)
    MOVE vaOpenValue (valuationIndex) TO vaValue (valuationIndex)
    ADD vaOpenValue (valuationIndex) TO openingTotal.
FindPriorClosingRow.
    PERFORM MatchOnePriorRow
        VARYING keptRowIndex FROM 1 BY 1
        UNTIL keptRowIndex > keptRowCount.
MatchOnePriorRow.
    IF krValMonth (keptRowIndex) = priorMonth
        AND krMaterialCode (keptRowIndex)
            = vaMaterialCode (valuationIndex)
        MOVE krClosingQty (keptRowIndex)
            TO vaOpenQty (valuationIndex)
        MOVE krClosingValue (keptRowIndex)
            TO vaOpenValue (valuationIndex)
        MOVE krAverageCost (keptRowIndex)
            TO vaAverageCost (valuationIndex)
        MOVE "Y" TO vaOpenedFromFile (valuationIndex)
    END-IF.
ValueMonthMovements.
    MOVE "N" TO materialMoveEOF
    OPEN INPUT materialMoveFile
    IF materialMoveStatus = "00"
        PERFORM ValueOneMovement UNTIL materialMoveEOF = "Y"
        CLOSE materialMoveFile
    END-IF.
ValueOneMovement.
    READ materialMoveFile
        AT END MOVE "Y" TO materialMoveEOF
        NOT AT END
            IF mvMoveDate >= monthStartDate
                AND mvMoveDate <= monthEndDate
                PERFORM FindValuationEntry
                IF valuationFound > ZERO
                    ADD 1 TO movesValuedCount
                    EVALUATE TRUE
                        WHEN mvMoveType = "R"
                            PERFORM ValueOneReceipt
                        WHEN mvMoveType = "C"
                            PERFORM ValueOneConsumption
                        WHEN mvMoveType = "A"
                            PERFORM ValueOneAdjustment
                    END-EVALUATE
                END-IF
            END-IF
    END-READ.
ValueOneReceipt.
    MOVE mvMaterialCode TO rateMaterial
    MOVE mvMoveDate TO rateDate
    PERFORM FindRateInForce
    COMPUTE moveCost ROUNDED = mvQuantity * rateInForce
    ADD mvQuantity TO vaReceiptQty (valuationFound)
    ADD moveCost TO vaReceiptValue (valuationFound)
    ADD moveCost TO receiptTotal
    IF vaQty (valuationFound) <= ZERO
        ADD mvQuantity TO vaQty (valuationFound)
        COMPUTE vaValue (valuationFound) ROUNDED =
            vaQty (valuationFound) * rateInForce
    ELSE
        ADD mvQuantity TO vaQty (valuationFound)
        ADD moveCost TO vaValue (valuationFound)
    END-IF
    IF vaQty (valuationFound) > ZERO
        COMPUTE vaAverageCost (valuationFound) ROUNDED =
            vaValue (valuationFound) / vaQty (valuationFound)
    END-IF.
ValueOneConsumption.
    COMPUTE moveCost ROUNDED =
        mvQuantity * vaAverageCost (valuationFound)
    ADD mvQuantity TO vaConsumedQty (valuationFound)
    ADD moveCost TO vaConsumedValue (valuationFound)
    ADD moveCost TO consumedTotal
    SUBTRACT mvQuantity FROM vaQty (valuationFound)
    SUBTRACT moveCost FROM vaValue (valuationFound)
    IF vaQty (valuationFound) = ZERO
        MOVE ZERO TO vaValue (valuationFound)
    END-IF
    IF mvJobNumber IS NUMERIC
        MOVE mvJobNumber TO moveJobNumber
    ELSE
        MOVE ZERO TO moveJobNumber
    END-IF
    MOVE ZERO TO jobCostFound
    PERFORM MatchOneJobCost
        VARYING jobCostIndex FROM 1 BY 1
        UNTIL jobCostIndex > jobCostCount
            OR jobCostFound > ZERO
    IF jobCostFound = ZERO AND jobCostCount = 2000
        MOVE "Y" TO jobCostOverflow
    END-IF
    IF jobCostFound = ZERO AND jobCostCount < 2000
        ADD 1 TO jobCostCount
        MOVE jobCostCount TO jobCostFound
        MOVE moveJobNumber TO jcJobNumber (jobCostFound)
        MOVE ZERO TO jcConsumedQty (jobCostFound)
        MOVE ZERO TO jcConsumedValue (jobCostFound)
    END-IF
    IF jobCostFound > ZERO
        ADD mvQuantity TO jcConsumedQty (jobCostFound)
        ADD moveCost TO jcConsumedValue (jobCostFound)
    END-IF.
MatchOneJobCost.
    IF jcJobNumber (jobCostIndex) = moveJobNumber
        MOVE jobCostIndex TO jobCostFound
    END-IF.
ValueOneAdjustment.
    COMPUTE moveCost ROUNDED =
        mvQuantity * vaAverageCost (valuationFound)
    IF mvAdjustSign = "-"
        SUBTRACT mvQuantity FROM vaAdjustQty (valuationFound)
        SUBTRACT moveCost FROM vaAdjustValue (valuationFound)
        SUBTRACT mvQuantity FROM vaQty (valuationFound)
        SUBTRACT moveCost FROM vaValue (valuationFound)
        ADD moveCost TO shrinkTotal
    ELSE
        ADD mvQuantity TO vaAdjustQty (valuationFound)
        ADD moveCost TO vaAdjustValue (valuationFound)
        ADD mvQuantity TO vaQty (valuationFound)
        ADD moveCost TO vaValue (valuationFound)
        ADD moveCost TO gainTotal
    END-IF
    IF vaQty (valuationFound) = ZERO
        MOVE ZERO TO vaValue (valuationFound)
    END-IF.
WriteValuationReport.
    OPEN OUTPUT valuationReportFile
    MOVE valMonth TO rtlValMonth
    WRITE valuationReportRecord FROM reportTitleLine
    WRITE valuationReportRecord FROM reportHeadLine
    PERFORM WriteOneValuationLine
        VARYING valuationIndex FROM 1 BY 1
        UNTIL valuationIndex > valuationCount
    MOVE openingTotal TO rttOpening
    MOVE receiptTotal TO rttReceipts
    MOVE consumedTotal TO rttConsumed
    MOVE closingTotal TO rttClosing
    WRITE valuationReportRecord FROM reportTotalLine
    MOVE SPACES TO valuationReportRecord
    WRITE valuationReportRecord
    WRITE valuationReportRecord FROM jobTitleLine
    PERFORM WriteOneJobCostLine
        VARYING jobCostIndex FROM 1 BY 1
        UNTIL jobCostIndex > jobCostCount
    CLOSE valuationReportFile.
WriteOneValuationLine.
    ADD vaValue (valuationIndex) TO closingTotal
    MOVE vaMaterialCode (valuationIndex) TO rdlMaterialCode
    MOVE vaOpenQty (valuationIndex) TO rdlOpenQty
    MOVE vaOpenValue (valuationIndex) TO rdlOpenValue
    MOVE vaReceiptQty (valuationIndex) TO rdlReceiptQty
    MOVE vaReceiptValue (valuationIndex) TO rdlReceiptValue
    MOVE vaConsumedQty (valuationIndex) TO rdlConsumedQty
    MOVE vaConsumedValue (valuationIndex) TO rdlConsumedValue
    MOVE vaAdjustValue (valuationIndex) TO rdlAdjustValue
    MOVE vaQty (valuationIndex) TO rdlClosingQty
    MOVE vaAverageCost (valuationIndex) TO rdlAverageCost
    MOVE vaValue (valuationIndex) TO rdlClosingValue
    WRITE valuationReportRecord FROM reportDetailLine.
WriteOneJobCostLine.
    IF jcJobNumber (jobCostIndex) = ZERO
        MOVE "UNASSIGNED" TO jdlJobNumber
    ELSE
        MOVE jcJobNumber (jobCostIndex) TO jdlJobNumber
    END-IF
    MOVE jcConsumedQty (jobCostIndex) TO jdlConsumedQty
    MOVE jcConsumedValue (jobCostIndex) TO jdlConsumedValue
    WRITE valuationReportRecord FROM jobDetailLine.
WriteClosingRows.
    OPEN OUTPUT valuationFile
    PERFORM WriteOneKeptRow
        VARYING keptRowIndex FROM 1 BY 1
        UNTIL keptRowIndex > keptRowCount
    PERFORM WriteOneClosingRow
        VARYING valuationIndex FROM 1 BY 1
        UNTIL valuationIndex > valuationCount
    CLOSE valuationFile.
WriteOneKeptRow.
    MOVE krValMonth (keptRowIndex) TO mlValMonth
    MOVE krMaterialCode (keptRowIndex) TO mlMaterialCode
    MOVE krClosingQty (keptRowIndex) TO mlClosingQty
    MOVE krAverageCost (keptRowIndex) TO mlAverageCost
    MOVE krClosingValue (keptRowIndex) TO mlClosingValue
    MOVE krRunDate (keptRowIndex) TO mlRunDate
    WRITE materialValuationRecord.
WriteOneClosingRow.
    MOVE valMonth TO mlValMonth
    MOVE vaMaterialCode (valuationIndex) TO mlMaterialCode
    MOVE vaQty (valuationIndex) TO mlClosingQty
    MOVE vaAverageCost (valuationIndex) TO mlAverageCost
    MOVE vaValue (valuationIndex) TO mlClosingValue
    MOVE runDate TO mlRunDate
    WRITE materialValuationRecord.
WriteJournalExtract.
    OPEN EXTEND valuationExtractFile
    IF valuationExtractStatus = "05" OR valuationExtractStatus = "35"
        OPEN OUTPUT valuationExtractFile
    END-IF
    IF receiptTotal > ZERO
        MOVE "MATRCPT" TO vxSourceType
        MOVE receiptTotal TO vxAmount
        MOVE SPACES TO vxReference
        STRING "RECEIPTS " DELIMITED BY SIZE
            valMonth DELIMITED BY SIZE
            INTO vxReference
        END-STRING
        PERFORM WriteOneExtractRow
    END-IF
    PERFORM ExtractOneJobCost
        VARYING jobCostIndex FROM 1 BY 1
        UNTIL jobCostIndex > jobCostCount
    IF shrinkTotal > ZERO
        MOVE "MATSHRNK" TO vxSourceType
        MOVE shrinkTotal TO vxAmount
        MOVE SPACES TO vxReference
        STRING "COUNT LOSS " DELIMITED BY SIZE
            valMonth DELIMITED BY SIZE
            INTO vxReference
        END-STRING
        PERFORM WriteOneExtractRow
    END-IF
    IF gainTotal > ZERO
        MOVE "MATGAIN" TO vxSourceType
        MOVE gainTotal TO vxAmount
        MOVE SPACES TO vxReference
        STRING "COUNT GAIN " DELIMITED BY SIZE
            valMonth DELIMITED BY SIZE
            INTO vxReference
        END-STRING
        PERFORM WriteOneExtractRow
    END-IF
    CLOSE valuationExtractFile.
ExtractOneJobCost.
    IF jcConsumedValue (jobCostIndex) > ZERO
        MOVE "MATCOGS" TO vxSourceType
        MOVE jcConsumedValue (jobCostIndex) TO vxAmount
        MOVE SPACES TO vxReference
        IF jcJobNumber (jobCostIndex) = ZERO
            STRING "UNASSIGNED " DELIMITED BY SIZE
                valMonth DELIMITED BY SIZE
                INTO vxReference
            END-STRING
        ELSE
            STRING "JOB " DELIMITED BY SIZE
                jcJobNumber (jobCostIndex) DELIMITED BY SIZE
                INTO vxReference
            END-STRING
        END-IF
        PERFORM WriteOneExtractRow
    END-IF.
WriteOneExtractRow.
    MOVE runDate TO vxRunDate
    WRITE materialValuationExtract
    ADD 1 TO extractRowCount.
