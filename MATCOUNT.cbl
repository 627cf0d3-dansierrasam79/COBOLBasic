*> Physical inventory and cycle count for the material stock. The
*> perpetual on-hand on MATSTOCK.DAT was never checked against the
*> rack and is only as good as the estimates the consumption posting
*> draws on. The (P)rint mode prints count sheets CNTSHEET.RPT for
*> every material or, for a cycle count, a material code range, and
*> freezes each material's book quantity at that moment on the count
*> file PHYSCNT.DAT; a new count is refused while an earlier one is
*> still unposted. The (K)ey mode takes the counted quantities off the
*> sheets, recording who counted. The (V)ariance mode prints
*> CNTVAR.RPT, book against count per material in units and in value
*> at the MATCAT.DAT cost rate, with totals. The (A)pprove mode is the
*> supervisor's: an operator with the approver flag on OPERAUTH.DAT
*> (a missing matrix file leaves the step open during rollout) who
*> did not key any of the counts posts every difference as an A
*> adjustment movement on MATMOVE.DAT and corrects on-hand, so the
*> ledger shows why the balance moved; the count is then marked
*> posted. Every material on the sheet must be counted before the
*> count can be approved.
*> The lot balances on MATLOT.DAT now follow the count as well, so
*> they stay equal to book: a shortage is drawn from the material's
*> oldest lots first, exactly as the ledger's consumption posting
*> draws, with one A movement per lot drawn (any part no lot covers
*> goes out as UNTRACED), and a gain is added to the material's
*> UNTRACED lot, opened on the count date when there is none, with
*> its A movement posted against that lot. Exhausted lots move to
*> MATLOTH.DAT when the lot file is rewritten.
IDENTIFICATION DIVISION.
PROGRAM-ID. MATERIAL-PHYSICAL-COUNT.
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
    SELECT physicalCountFile ASSIGN TO "PHYSCNT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS physicalCountStatus.
    SELECT materialLotFile ASSIGN TO "MATLOT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS materialLotStatus.
    SELECT lotHistoryFile ASSIGN TO "MATLOTH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS lotHistoryStatus.
    SELECT operAuthFile ASSIGN TO "OPERAUTH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS operAuthStatus.
    SELECT countSheetFile ASSIGN TO "CNTSHEET.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT varianceReportFile ASSIGN TO "CNTVAR.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  materialStockFile.
COPY "MATSTOCK.cpy".
FD  materialMoveFile.
COPY "MATMOVE.cpy".
FD  materialCatalogFile.
COPY "MATCAT.cpy".
FD  physicalCountFile.
01 physicalCountRecord.
    05 pcMaterialCode PIC X(4).
    05 pcFreezeDate PIC 9(08).
    05 pcFrozenBook PIC S9(09)V99.
    05 pcCountedQty PIC 9(09)V99.
    05 pcCountedBy PIC X(08).
    05 pcStatus PIC X(1).
FD  materialLotFile.
COPY "MATLOT.cpy".
FD  lotHistoryFile.
01 lotHistoryRecord PIC X(59).
FD  operAuthFile.
01 operAuthRecord.
    05 oaOperatorId PIC X(08).
    05 oaUtilityFlags PIC X(31).
    05 oaPeriodCloseFlag PIC X(1).
    05 oaApproverFlag PIC X(1).
FD  countSheetFile.
01 countSheetRecord PIC X(80).
FD  varianceReportFile.
01 varianceReportRecord PIC X(100).
WORKING-STORAGE SECTION.
    01 materialStockStatus PIC X(2) VALUE "00".
    01 materialMoveStatus PIC X(2) VALUE "00".
    01 materialCatalogStatus PIC X(2) VALUE "00".
    01 physicalCountStatus PIC X(2) VALUE "00".
    01 operAuthStatus PIC X(2) VALUE "00".
    01 materialLotStatus PIC X(2) VALUE "00".
    01 lotHistoryStatus PIC X(2) VALUE "00".
    01 materialStockEOF PIC X(1) VALUE "N".
    01 materialCatalogEOF PIC X(1) VALUE "N".
    01 physicalCountEOF PIC X(1) VALUE "N".
    01 operAuthEOF PIC X(1) VALUE "N".
    01 materialLotEOF PIC X(1) VALUE "N".
    01 runMode PIC X(1).
    01 runDate PIC 9(08).
    01 stockTable.
        05 stockEntry OCCURS 20 TIMES.
            10 stMaterialCode PIC X(4).
            10 stOnHand PIC S9(09)V99.
            10 stReorderPoint PIC 9(07)V99.
            10 stReorderQty PIC 9(07)V99.
            10 stVendorCode PIC X(4).
    01 stockCount PIC 99 VALUE ZERO.
    01 stockIndex PIC 99.
    01 stockFound PIC 99.
    01 stockChanged PIC X(1) VALUE "N".
    01 stockOverflow PIC X(1) VALUE "N".
    01 lotTable.
        05 lotEntry OCCURS 1000 TIMES.
            10 lbMaterialCode PIC X(4).
            10 lbLotNumber PIC X(12).
            10 lbReceiptDate PIC 9(08).
            10 lbReference PIC X(15).
            10 lbQtyReceived PIC 9(08)V99.
            10 lbQtyRemaining PIC 9(08)V99.
    01 lotCount PIC 9(04) VALUE ZERO.
    01 lotIndex PIC 9(04).
    01 lotFound PIC 9(04).
    01 lotsRetired PIC 9(04) VALUE ZERO.
    01 lotChanged PIC X(1) VALUE "N".
    01 lotOverflow PIC X(1) VALUE "N".
    01 drawNeeded PIC 9(08)V99.
    01 moveLotNumber PIC X(12).
    01 countTable.
        05 countEntry OCCURS 20 TIMES.
            10 ctMaterialCode PIC X(4).
            10 ctFreezeDate PIC 9(08).
            10 ctFrozenBook PIC S9(09)V99.
            10 ctCountedQty PIC 9(09)V99.
            10 ctCountedBy PIC X(08).
            10 ctStatus PIC X(1).
    01 countCount PIC 99 VALUE ZERO.
    01 countIndex PIC 99.
    01 countFound PIC 99.
    01 countChanged PIC X(1) VALUE "N".
    01 openCountRows PIC 99 VALUE ZERO.
    01 uncountedRows PIC 99 VALUE ZERO.
    01 selfCountedRows PIC 99 VALUE ZERO.
    01 materialTable.
        05 materialEntry OCCURS 50 TIMES.
            10 mtMaterialCode PIC X(4).
            10 mtCostRate PIC 9(03)V99.
    01 materialCount PIC 99 VALUE ZERO.
    01 materialIndex PIC 99.
    01 materialRate PIC 9(03)V99.
    01 rangeLowCode PIC X(4).
    01 rangeHighCode PIC X(4).
    01 keepGoing PIC X(1) VALUE "Y".
    01 keyedMaterialCode PIC X(4).
    01 keyedQtyText PIC X(10).
    01 keyedQuantity PIC 9(08)V99.
    01 operatorAuthorized PIC X(1) VALUE "N".
    01 authMatrixDeployed PIC X(1) VALUE "N".
    01 varianceQty PIC S9(09)V99.
    01 varianceValue PIC S9(09)V99.
    01 totalBookValue PIC S9(11)V99 VALUE ZERO.
    01 totalCountValue PIC S9(11)V99 VALUE ZERO.
    01 totalVarianceValue PIC S9(11)V99 VALUE ZERO.
    01 sheetLineCount PIC 99 VALUE ZERO.
    01 keyedCountCount PIC 99 VALUE ZERO.
    01 adjustmentCount PIC 99 VALUE ZERO.
    01 moveReference PIC X(15).
    01 adjustSign PIC X(1).
    01 sheetTitleLine.
        05 FILLER PIC X(32) VALUE "MATERIAL COUNT SHEET - FROZEN ".
        05 stlFreezeDate PIC 9999/99/99.
    01 sheetDetailLine.
        05 sdlMaterialCode PIC X(4).
        05 FILLER PIC X(30)
            VALUE "   COUNTED QTY ______________".
        05 FILLER PIC X(30)
            VALUE "   COUNTED BY ____________".
    01 varianceTitleLine.
        05 FILLER PIC X(34)
            VALUE "MATERIAL COUNT VARIANCE - FROZEN ".
        05 vtlFreezeDate PIC 9999/99/99.
    01 varianceDetailLine.
        05 vdlMaterialCode PIC X(4).
        05 FILLER PIC X(6) VALUE " BOOK=".
        05 vdlFrozenBook PIC -(08)9.99.
        05 FILLER PIC X(7) VALUE " COUNT=".
        05 vdlCountedQty PIC Z(08)9.99.
        05 FILLER PIC X(5) VALUE " VAR=".
        05 vdlVarianceQty PIC -(08)9.99.
        05 FILLER PIC X(6) VALUE " RATE=".
        05 vdlRate PIC ZZ9.99.
        05 FILLER PIC X(7) VALUE " VALUE=".
        05 vdlVarianceValue PIC -(08)9.99.
        05 FILLER PIC X(1) VALUE " ".
        05 vdlNote PIC X(10).
    01 varianceTotalLine.
        05 FILLER PIC X(12) VALUE "TOTAL BOOK=".
        05 vtlBookValue PIC -(10)9.99.
        05 FILLER PIC X(8) VALUE " COUNT=".
        05 vtlCountValue PIC -(10)9.99.
        05 FILLER PIC X(11) VALUE " VARIANCE=".
        05 vtlVarianceValue PIC -(10)9.99.
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27) VALUE "MATERIAL-PHYSICAL-COUNT".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "MATERIAL-PHYSICAL-COUNT",
        operatorId
    ACCEPT runDate FROM DATE YYYYMMDD
    PERFORM LoadCountFile
    DISPLAY "(P)rint count sheets, (K)ey counts, (V)ariance "
        "report or (A)pprove and post: "
    ACCEPT runMode
    EVALUATE runMode
        WHEN "P" WHEN "p"
            PERFORM PrintSheetsProcedure
        WHEN "K" WHEN "k"
            PERFORM KeyOneCount UNTIL keepGoing NOT = "Y"
        WHEN "A" WHEN "a"
            PERFORM ApprovePostProcedure
        WHEN OTHER
            PERFORM VarianceReportProcedure
    END-EVALUATE
    IF countChanged = "Y"
        PERFORM RewriteCountFile
    END-IF
    IF stockChanged = "Y"
        PERFORM RewriteStockFile
    END-IF
    IF lotChanged = "Y"
        PERFORM RewriteLotFile
    END-IF
    MOVE "PHYSICAL COUNT" TO tlInputs
    MOVE SPACES TO tlResultOut
    STRING "MODE=" DELIMITED BY SIZE
        runMode DELIMITED BY SIZE
        " ADJ=" DELIMITED BY SIZE
        adjustmentCount DELIMITED BY SIZE
        INTO tlResultOut
    END-STRING
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
LoadCountFile.
    MOVE ZERO TO countCount
    MOVE ZERO TO openCountRows
    MOVE "N" TO physicalCountEOF
    OPEN INPUT physicalCountFile
    IF physicalCountStatus = "00"
        PERFORM ReadCountRecord
        PERFORM AddCountEntry
            UNTIL physicalCountEOF = "Y" OR countCount = 20
        CLOSE physicalCountFile
    END-IF.
ReadCountRecord.
    READ physicalCountFile
        AT END MOVE "Y" TO physicalCountEOF
    END-READ.
AddCountEntry.
    ADD 1 TO countCount
    MOVE pcMaterialCode TO ctMaterialCode (countCount)
    MOVE pcFreezeDate TO ctFreezeDate (countCount)
    MOVE pcFrozenBook TO ctFrozenBook (countCount)
    MOVE pcCountedQty TO ctCountedQty (countCount)
    MOVE pcCountedBy TO ctCountedBy (countCount)
    MOVE pcStatus TO ctStatus (countCount)
    IF pcStatus NOT = "P"
        ADD 1 TO openCountRows
    END-IF
    PERFORM ReadCountRecord.
RewriteCountFile.
    OPEN OUTPUT physicalCountFile
    PERFORM WriteOneCountRecord
        VARYING countIndex FROM 1 BY 1
        UNTIL countIndex > countCount
    CLOSE physicalCountFile
    DISPLAY "PHYSCNT.DAT rewritten.".
WriteOneCountRecord.
    MOVE ctMaterialCode (countIndex) TO pcMaterialCode
    MOVE ctFreezeDate (countIndex) TO pcFreezeDate
    MOVE ctFrozenBook (countIndex) TO pcFrozenBook
    MOVE ctCountedQty (countIndex) TO pcCountedQty
    MOVE ctCountedBy (countIndex) TO pcCountedBy
    MOVE ctStatus (countIndex) TO pcStatus
    WRITE physicalCountRecord.
LoadStockFile.
    MOVE ZERO TO stockCount
    MOVE "N" TO materialStockEOF
    OPEN INPUT materialStockFile
    IF materialStockStatus = "00"
        PERFORM ReadStockRecord
        PERFORM AddStockEntry
            UNTIL materialStockEOF = "Y" OR stockCount = 20
        IF materialStockEOF NOT = "Y"
            MOVE "Y" TO stockOverflow
        END-IF
        CLOSE materialStockFile
    ELSE
        DISPLAY "Stock file not available."
    END-IF.
ReadStockRecord.
    READ materialStockFile
        AT END MOVE "Y" TO materialStockEOF
    END-READ.
AddStockEntry.
    ADD 1 TO stockCount
    MOVE msMaterialCode TO stMaterialCode (stockCount)
    MOVE msOnHand TO stOnHand (stockCount)
    MOVE msReorderPoint TO stReorderPoint (stockCount)
    MOVE msReorderQty TO stReorderQty (stockCount)
    MOVE msVendorCode TO stVendorCode (stockCount)
    PERFORM ReadStockRecord.
RewriteStockFile.
    OPEN OUTPUT materialStockFile
    PERFORM WriteOneStockRecord
        VARYING stockIndex FROM 1 BY 1
        UNTIL stockIndex > stockCount
    CLOSE materialStockFile
    DISPLAY "MATSTOCK.DAT rewritten.".
WriteOneStockRecord.
    MOVE stMaterialCode (stockIndex) TO msMaterialCode
    MOVE stOnHand (stockIndex) TO msOnHand
    MOVE stReorderPoint (stockIndex) TO msReorderPoint
    MOVE stReorderQty (stockIndex) TO msReorderQty
    MOVE stVendorCode (stockIndex) TO msVendorCode
    WRITE materialStockRecord.
LoadLotFile.
    MOVE ZERO TO lotCount
    MOVE "N" TO materialLotEOF
    OPEN INPUT materialLotFile
    IF materialLotStatus = "00"
        PERFORM ReadLotRecord
        PERFORM AddLotEntry
            UNTIL materialLotEOF = "Y" OR lotCount = 1000
        IF materialLotEOF NOT = "Y"
            MOVE "Y" TO lotOverflow
        END-IF
        CLOSE materialLotFile
    END-IF.
ReadLotRecord.
    READ materialLotFile
        AT END MOVE "Y" TO materialLotEOF
    END-READ.
AddLotEntry.
    ADD 1 TO lotCount
    MOVE ltMaterialCode TO lbMaterialCode (lotCount)
    MOVE ltLotNumber TO lbLotNumber (lotCount)
    MOVE ltReceiptDate TO lbReceiptDate (lotCount)
    MOVE ltReference TO lbReference (lotCount)
    MOVE ltQtyReceived TO lbQtyReceived (lotCount)
    MOVE ltQtyRemaining TO lbQtyRemaining (lotCount)
    PERFORM ReadLotRecord.
RewriteLotFile.
    MOVE ZERO TO lotsRetired
    OPEN OUTPUT materialLotFile
    OPEN EXTEND lotHistoryFile
    IF lotHistoryStatus = "05" OR lotHistoryStatus = "35"
        OPEN OUTPUT lotHistoryFile
    END-IF
    PERFORM WriteOneLotRecord
        VARYING lotIndex FROM 1 BY 1
        UNTIL lotIndex > lotCount
    CLOSE lotHistoryFile
    CLOSE materialLotFile
    DISPLAY "MATLOT.DAT rewritten - " lotsRetired
        " exhausted lot(s) moved to MATLOTH.DAT.".
WriteOneLotRecord.
    MOVE lbMaterialCode (lotIndex) TO ltMaterialCode
    MOVE lbLotNumber (lotIndex) TO ltLotNumber
    MOVE lbReceiptDate (lotIndex) TO ltReceiptDate
    MOVE lbReference (lotIndex) TO ltReference
    MOVE lbQtyReceived (lotIndex) TO ltQtyReceived
    MOVE lbQtyRemaining (lotIndex) TO ltQtyRemaining
    IF ltQtyRemaining = ZERO
        MOVE materialLotRecord TO lotHistoryRecord
        WRITE lotHistoryRecord
        ADD 1 TO lotsRetired
    ELSE
        WRITE materialLotRecord
    END-IF.
LoadMaterialCatalog.
    MOVE ZERO TO materialCount
    MOVE "N" TO materialCatalogEOF
    OPEN INPUT materialCatalogFile
    IF materialCatalogStatus = "00"
        PERFORM ReadCatalogRecord
        PERFORM AddCatalogEntry
            UNTIL materialCatalogEOF = "Y" OR materialCount = 50
        CLOSE materialCatalogFile
    ELSE
        DISPLAY "Material catalog not available - variances "
            "valued at zero."
    END-IF.
ReadCatalogRecord.
    READ materialCatalogFile
        AT END MOVE "Y" TO materialCatalogEOF
    END-READ.
AddCatalogEntry.
    ADD 1 TO materialCount
    MOVE mcMaterialCode TO mtMaterialCode (materialCount)
    MOVE mcCostRate TO mtCostRate (materialCount)
    PERFORM ReadCatalogRecord.
FindMaterialRate.
    MOVE ZERO TO materialRate
    PERFORM MatchOneMaterialRate
        VARYING materialIndex FROM 1 BY 1
        UNTIL materialIndex > materialCount.
MatchOneMaterialRate.
    IF mtMaterialCode (materialIndex) = ctMaterialCode (countIndex)
        MOVE mtCostRate (materialIndex) TO materialRate
    END-IF.
PrintSheetsProcedure.
    IF openCountRows > ZERO
        DISPLAY "A count frozen on " ctFreezeDate (1)
            " is still unposted - approve it before starting "
            "another."
        MOVE "REJECTED" TO logRunStatus
    ELSE
        PERFORM LoadStockFile
        DISPLAY "Enter first material code for a cycle count "
            "(blank for a full count): "
        ACCEPT rangeLowCode
        IF rangeLowCode = SPACES
            MOVE LOW-VALUES TO rangeLowCode
            MOVE HIGH-VALUES TO rangeHighCode
        ELSE
            DISPLAY "Enter last material code in the range: "
            ACCEPT rangeHighCode
            IF rangeHighCode = SPACES
                MOVE rangeLowCode TO rangeHighCode
            END-IF
        END-IF
        MOVE ZERO TO countCount
        OPEN OUTPUT countSheetFile
        MOVE runDate TO stlFreezeDate
        WRITE countSheetRecord FROM sheetTitleLine
        PERFORM FreezeOneStockRow
            VARYING stockIndex FROM 1 BY 1
            UNTIL stockIndex > stockCount
        CLOSE countSheetFile
        IF countCount = ZERO
            DISPLAY "No material in that range - nothing frozen."
        ELSE
            MOVE "Y" TO countChanged
            DISPLAY sheetLineCount " material(s) frozen for "
                "counting - sheets on CNTSHEET.RPT"
        END-IF
    END-IF.
FreezeOneStockRow.
    IF stMaterialCode (stockIndex) >= rangeLowCode
        AND stMaterialCode (stockIndex) <= rangeHighCode
        ADD 1 TO countCount
        MOVE stMaterialCode (stockIndex)
            TO ctMaterialCode (countCount)
        MOVE runDate TO ctFreezeDate (countCount)
        MOVE stOnHand (stockIndex) TO ctFrozenBook (countCount)
        MOVE ZERO TO ctCountedQty (countCount)
        MOVE SPACES TO ctCountedBy (countCount)
        MOVE "F" TO ctStatus (countCount)
        MOVE stMaterialCode (stockIndex) TO sdlMaterialCode
        WRITE countSheetRecord FROM sheetDetailLine
        ADD 1 TO sheetLineCount
    END-IF.
KeyOneCount.
    IF openCountRows = ZERO
        DISPLAY "No count is open - print the sheets first."
        MOVE "N" TO keepGoing
    ELSE
        DISPLAY "Enter material code (blank to finish): "
        ACCEPT keyedMaterialCode
        IF keyedMaterialCode = SPACES
            MOVE "N" TO keepGoing
        ELSE
            PERFORM FindCountEntry
            IF countFound = ZERO
                DISPLAY "Material is not on this count."
            ELSE
                DISPLAY "Enter counted quantity (10 digits, "
                    "123.45 as 0000012345): "
                ACCEPT keyedQtyText
                IF keyedQtyText IS NOT NUMERIC
                    DISPLAY "Quantity not numeric - not taken."
                ELSE
                    MOVE keyedQtyText TO keyedQuantity (1:10)
                    MOVE keyedQuantity TO ctCountedQty (countFound)
                    MOVE operatorId TO ctCountedBy (countFound)
                    MOVE "K" TO ctStatus (countFound)
                    MOVE "Y" TO countChanged
                    ADD 1 TO keyedCountCount
                    DISPLAY "Count recorded."
                END-IF
            END-IF
        END-IF
    END-IF.
FindCountEntry.
    MOVE ZERO TO countFound
    PERFORM MatchOneCountEntry
        VARYING countIndex FROM 1 BY 1
        UNTIL countIndex > countCount OR countFound > ZERO.
MatchOneCountEntry.
    IF ctMaterialCode (countIndex) = keyedMaterialCode
        AND ctStatus (countIndex) NOT = "P"
        MOVE countIndex TO countFound
    END-IF.
VarianceReportProcedure.
    PERFORM LoadMaterialCatalog
    OPEN OUTPUT varianceReportFile
    IF countCount > ZERO
        MOVE ctFreezeDate (1) TO vtlFreezeDate
    ELSE
        MOVE ZERO TO vtlFreezeDate
    END-IF
    WRITE varianceReportRecord FROM varianceTitleLine
    PERFORM ReportOneVariance
        VARYING countIndex FROM 1 BY 1
        UNTIL countIndex > countCount
    MOVE totalBookValue TO vtlBookValue
    MOVE totalCountValue TO vtlCountValue
    MOVE totalVarianceValue TO vtlVarianceValue
    WRITE varianceReportRecord FROM varianceTotalLine
    CLOSE varianceReportFile
    DISPLAY "Variance report on CNTVAR.RPT".
ReportOneVariance.
    IF ctStatus (countIndex) NOT = "P"
        PERFORM FindMaterialRate
        MOVE ctMaterialCode (countIndex) TO vdlMaterialCode
        MOVE ctFrozenBook (countIndex) TO vdlFrozenBook
        MOVE ctCountedQty (countIndex) TO vdlCountedQty
        MOVE materialRate TO vdlRate
        IF ctStatus (countIndex) = "K"
            COMPUTE varianceQty = ctCountedQty (countIndex)
                - ctFrozenBook (countIndex)
            COMPUTE varianceValue ROUNDED = varianceQty
                * materialRate
            COMPUTE totalCountValue ROUNDED = totalCountValue
                + (ctCountedQty (countIndex) * materialRate)
            ADD varianceValue TO totalVarianceValue
            MOVE SPACES TO vdlNote
        ELSE
            MOVE ZERO TO varianceQty
            MOVE ZERO TO varianceValue
            MOVE "NOT COUNTED" TO vdlNote
        END-IF
        COMPUTE totalBookValue ROUNDED = totalBookValue
            + (ctFrozenBook (countIndex) * materialRate)
        MOVE varianceQty TO vdlVarianceQty
        MOVE varianceValue TO vdlVarianceValue
        WRITE varianceReportRecord FROM varianceDetailLine
    END-IF.
ApprovePostProcedure.
    PERFORM CheckApproverAuthorization
    MOVE ZERO TO uncountedRows
    MOVE ZERO TO selfCountedRows
    PERFORM CheckOneRowReady
        VARYING countIndex FROM 1 BY 1
        UNTIL countIndex > countCount
    IF operatorAuthorized = "N"
        DISPLAY "You are not authorized to approve counts."
        MOVE "REJECTED" TO logRunStatus
    ELSE
    IF openCountRows = ZERO
        DISPLAY "No count is open."
    ELSE
    IF uncountedRows > ZERO
        DISPLAY uncountedRows " material(s) not yet counted - "
            "posting refused."
        MOVE "REJECTED" TO logRunStatus
    ELSE
    IF selfCountedRows > ZERO
        DISPLAY "You keyed " selfCountedRows " of these counts - "
            "another supervisor must approve them."
        MOVE "REJECTED" TO logRunStatus
    ELSE
        PERFORM LoadStockFile
        PERFORM LoadLotFile
        IF stockOverflow = "Y" OR lotOverflow = "Y"
            DISPLAY "MATSTOCK.DAT OR MATLOT.DAT OVERFLOWS THE WORK "
                "TABLE - POSTING REFUSED"
            MOVE "REJECTED" TO logRunStatus
        ELSE
            MOVE SPACES TO moveReference
            STRING "COUNT " DELIMITED BY SIZE
                ctFreezeDate (1) DELIMITED BY SIZE
                INTO moveReference
            END-STRING
            PERFORM PostOneCountRow
                VARYING countIndex FROM 1 BY 1
                UNTIL countIndex > countCount
            MOVE "Y" TO countChanged
            DISPLAY adjustmentCount " adjustment(s) posted to "
                "MATMOVE.DAT - count closed."
        END-IF
    END-IF
    END-IF
    END-IF
    END-IF.
CheckOneRowReady.
    IF ctStatus (countIndex) = "F"
        ADD 1 TO uncountedRows
    END-IF
    IF ctStatus (countIndex) = "K"
        AND ctCountedBy (countIndex) = operatorId
        ADD 1 TO selfCountedRows
    END-IF.
CheckApproverAuthorization.
    MOVE "N" TO operatorAuthorized
    MOVE "N" TO authMatrixDeployed
    MOVE "N" TO operAuthEOF
    OPEN INPUT operAuthFile
    IF operAuthStatus = "00"
        MOVE "Y" TO authMatrixDeployed
        PERFORM FindOperAuthRow UNTIL operAuthEOF = "Y"
        CLOSE operAuthFile
    END-IF
    IF authMatrixDeployed = "N"
        MOVE "Y" TO operatorAuthorized
    END-IF.
FindOperAuthRow.
    READ operAuthFile
        AT END MOVE "Y" TO operAuthEOF
        NOT AT END
            IF oaOperatorId = operatorId
                AND oaApproverFlag = "Y"
                MOVE "Y" TO operatorAuthorized
            END-IF
    END-READ.
PostOneCountRow.
    IF ctStatus (countIndex) = "K"
        COMPUTE varianceQty = ctCountedQty (countIndex)
            - ctFrozenBook (countIndex)
        IF varianceQty NOT = ZERO
            MOVE ctMaterialCode (countIndex) TO keyedMaterialCode
            MOVE ZERO TO stockFound
            PERFORM MatchOneStockEntry
                VARYING stockIndex FROM 1 BY 1
                UNTIL stockIndex > stockCount OR stockFound > ZERO
            IF stockFound = ZERO
                DISPLAY "Material " keyedMaterialCode
                    " is no longer on MATSTOCK.DAT - not adjusted."
            ELSE
                ADD varianceQty TO stOnHand (stockFound)
                MOVE "Y" TO stockChanged
                IF varianceQty < ZERO
                    COMPUTE drawNeeded = ZERO - varianceQty
                    MOVE "-" TO adjustSign
                    PERFORM DrawOneLot
                        VARYING lotIndex FROM 1 BY 1
                        UNTIL lotIndex > lotCount
                            OR drawNeeded = ZERO
                    IF drawNeeded > ZERO
                        MOVE drawNeeded TO keyedQuantity
                        MOVE "UNTRACED" TO moveLotNumber
                        PERFORM AppendAdjustment
                    END-IF
                ELSE
                    MOVE varianceQty TO keyedQuantity
                    MOVE "+" TO adjustSign
                    MOVE "UNTRACED" TO moveLotNumber
                    PERFORM RecordAdjustmentLot
                    PERFORM AppendAdjustment
                END-IF
                ADD 1 TO adjustmentCount
            END-IF
        END-IF
        MOVE "P" TO ctStatus (countIndex)
    END-IF.
DrawOneLot.
    IF lbMaterialCode (lotIndex) = keyedMaterialCode
        AND lbQtyRemaining (lotIndex) > ZERO
        IF lbQtyRemaining (lotIndex) >= drawNeeded
            MOVE drawNeeded TO keyedQuantity
        ELSE
            MOVE lbQtyRemaining (lotIndex) TO keyedQuantity
        END-IF
        SUBTRACT keyedQuantity FROM lbQtyRemaining (lotIndex)
        SUBTRACT keyedQuantity FROM drawNeeded
        MOVE lbLotNumber (lotIndex) TO moveLotNumber
        MOVE "Y" TO lotChanged
        PERFORM AppendAdjustment
    END-IF.
RecordAdjustmentLot.
    MOVE ZERO TO lotFound
    PERFORM MatchOneAdjustmentLot
        VARYING lotIndex FROM 1 BY 1
        UNTIL lotIndex > lotCount OR lotFound > ZERO
    IF lotFound = ZERO AND lotCount < 1000
        ADD 1 TO lotCount
        MOVE lotCount TO lotFound
        MOVE keyedMaterialCode TO lbMaterialCode (lotFound)
        MOVE moveLotNumber TO lbLotNumber (lotFound)
        MOVE runDate TO lbReceiptDate (lotFound)
        MOVE moveReference TO lbReference (lotFound)
        MOVE ZERO TO lbQtyReceived (lotFound)
        MOVE ZERO TO lbQtyRemaining (lotFound)
    END-IF
    IF lotFound > ZERO
        ADD keyedQuantity TO lbQtyReceived (lotFound)
        ADD keyedQuantity TO lbQtyRemaining (lotFound)
        MOVE "Y" TO lotChanged
    ELSE
        DISPLAY "Lot table is full - count gain on "
            keyedMaterialCode " not added to MATLOT.DAT."
    END-IF.
MatchOneAdjustmentLot.
    IF lbMaterialCode (lotIndex) = keyedMaterialCode
        AND lbLotNumber (lotIndex) = moveLotNumber
        MOVE lotIndex TO lotFound
    END-IF.
MatchOneStockEntry.
    IF stMaterialCode (stockIndex) = keyedMaterialCode
        MOVE stockIndex TO stockFound
    END-IF.
AppendAdjustment.
    OPEN EXTEND materialMoveFile
    IF materialMoveStatus = "05" OR materialMoveStatus = "35"
        OPEN OUTPUT materialMoveFile
    END-IF
    MOVE runDate TO mvMoveDate
    MOVE keyedMaterialCode TO mvMaterialCode
    MOVE "A" TO mvMoveType
    MOVE keyedQuantity TO mvQuantity
    MOVE moveReference TO mvReference
    MOVE adjustSign TO mvAdjustSign
    MOVE ZERO TO mvJobNumber
    MOVE moveLotNumber TO mvLotNumber
    WRITE materialMoveRecord
    CLOSE materialMoveFile.
