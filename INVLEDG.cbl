*> reorder points; and the (N)ightly reorder mode writes REORDER.RPT
*> flagging every material below its reorder point with the suggested
*> order quantity.
*> The stock and movement layouts now live in MATSTOCK.cpy and
*> MATMOVE.cpy, shared with MATERIAL-PURCHASE-ORDER, and the (S)et
*> mode also records each material's preferred vendor so the ordering
*> run can turn the reorder list into one purchase order per vendor.
*> Every receipt now records the supplier's heat or lot number on the
*> lot-balance file MATLOT.DAT (shared layout MATLOT.cpy), and the
*> consumption posting draws each estimate line from the oldest lot
*> of that material with a balance, writing one movement per lot
*> drawn so LOT-TRACE-INQUIRY can follow a lot into the jobs it
*> went to; any part no lot balance covers is posted as UNTRACED.
*> A lot drawn down to nothing is now moved off MATLOT.DAT onto the
*> lot history file MATLOTH.DAT whenever the lot file is rewritten,
*> so the lot file holds only lots with a balance and no longer fills
*> up and refuses receipts and consumption; LOT-TRACE-INQUIRY reads
*> both. The lot work table now holds 1000 lots.
IDENTIFICATION DIVISION.
PROGRAM-ID. MATERIAL-INVENTORY-LEDGER.
ENVIRONMENT DIVISION.
    SELECT jobRegisterFile ASSIGN TO "JOBREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS jobRegisterStatus.
    SELECT materialLotFile ASSIGN TO "MATLOT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS materialLotStatus.
    SELECT lotHistoryFile ASSIGN TO "MATLOTH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS lotHistoryStatus.
    SELECT reorderReportFile ASSIGN TO "REORDER.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  materialStockFile.
COPY "MATSTOCK.cpy".
FD  materialMoveFile.
COPY "MATMOVE.cpy".
FD  postedJobsFile.
01 postedJobsRecord.
    05 pjJobNumber PIC 9(06).
    05 jrJobDate PIC 9(08).
    05 jrPieceCount PIC 9(05).
    05 jrJobTotal PIC 9(09)V99.
FD  materialLotFile.
COPY "MATLOT.cpy".
FD  lotHistoryFile.
01 lotHistoryRecord PIC X(59).
FD  reorderReportFile.
01 reorderReportRecord PIC X(80).
WORKING-STORAGE SECTION.
    01 postedJobsStatus PIC X(2) VALUE "00".
    01 estimateDetailStatus PIC X(2) VALUE "00".
    01 jobRegisterStatus PIC X(2) VALUE "00".
    01 materialLotStatus PIC X(2) VALUE "00".
    01 lotHistoryStatus PIC X(2) VALUE "00".
    01 materialStockEOF PIC X(1) VALUE "N".
    01 postedJobsEOF PIC X(1) VALUE "N".
    01 estimateDetailEOF PIC X(1) VALUE "N".
    01 jobRegisterEOF PIC X(1) VALUE "N".
    01 materialLotEOF PIC X(1) VALUE "N".
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
    01 keyedLotNumber PIC X(12).
    01 drawNeeded PIC 9(08)V99.
    01 runMode PIC X(1).
    01 keepGoing PIC X(1) VALUE "Y".
    01 runDate PIC 9(08).
    01 keyedJobNumber PIC 9(06).
    01 keyedReorderPoint PIC 9(07)V99.
    01 keyedReorderQty PIC 9(07)V99.
    01 keyedVendorCode PIC X(4).
    01 jobOnRegister PIC X(1).
    01 jobAlreadyPosted PIC X(1).
    01 postMaxRevision PIC 9(02).
    01 reorderFlagCount PIC 9(03) VALUE ZERO.
    01 suggestedQty PIC 9(07)V99.
    01 moveReference PIC X(15).
    01 moveJobNumber PIC 9(06) VALUE ZERO.
    01 moveType PIC X(1).
    01 moveLotNumber PIC X(12).
    01 reorderTitleLine PIC X(40)
        VALUE "MATERIAL REORDER REPORT".
    01 reorderDetailLine.
        operatorId
    ACCEPT runDate FROM DATE YYYYMMDD
    PERFORM LoadStockFile
    PERFORM LoadLotFile
    DISPLAY "(R)eceipts, (C)onsumption post, (S)et reorder "
        "point or reorder (N)ight report: "
    ACCEPT runMode
    EVALUATE runMode
        WHEN "R" WHEN "r"
            IF lotOverflow = "Y"
                PERFORM RefuseLotOverflow
            ELSE
                PERFORM KeyOneReceipt UNTIL keepGoing NOT = "Y"
            END-IF
        WHEN "C" WHEN "c"
            IF lotOverflow = "Y"
                PERFORM RefuseLotOverflow
            ELSE
                PERFORM ConsumptionPostProcedure
            END-IF
        WHEN "S" WHEN "s"
            PERFORM SetOneReorderPoint UNTIL keepGoing NOT = "Y"
        WHEN OTHER
    IF stockChanged = "Y"
        PERFORM RewriteStockFile
    END-IF
    IF lotChanged = "Y"
        PERFORM RewriteLotFile
    END-IF
    MOVE "INVENTORY LEDGER" TO tlInputs
    MOVE SPACES TO tlResultOut
    STRING "MODE=" DELIMITED BY SIZE
    MOVE msOnHand TO stOnHand (stockCount)
    MOVE msReorderPoint TO stReorderPoint (stockCount)
    MOVE msReorderQty TO stReorderQty (stockCount)
    MOVE msVendorCode TO stVendorCode (stockCount)
    PERFORM ReadStockRecord.
RewriteStockFile.
    OPEN OUTPUT materialStockFile
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
RefuseLotOverflow.
    DISPLAY "MATLOT.DAT HOLDS MORE THAN 1000 LOTS WITH A "
        "BALANCE - POSTING REFUSED"
    MOVE "REJECTED" TO logRunStatus.
FindStockEntry.
    MOVE ZERO TO stockFound
    PERFORM MatchOneStockEntry
        MOVE ZERO TO stOnHand (stockFound)
        MOVE ZERO TO stReorderPoint (stockFound)
        MOVE ZERO TO stReorderQty (stockFound)
        MOVE SPACES TO stVendorCode (stockFound)
    END-IF.
MatchOneStockEntry.
    IF stMaterialCode (stockIndex) = keyedMaterialCode
    END-IF
    MOVE runDate TO mvMoveDate
    MOVE keyedMaterialCode TO mvMaterialCode
    MOVE moveType TO mvMoveType
    MOVE keyedQuantity TO mvQuantity
    MOVE moveReference TO mvReference
    MOVE SPACE TO mvAdjustSign
    MOVE moveJobNumber TO mvJobNumber
    MOVE moveLotNumber TO mvLotNumber
    WRITE materialMoveRecord
    CLOSE materialMoveFile.
KeyOneReceipt.
        DISPLAY "Enter quantity received (10 digits, "
            "123.45 as 0000012345): "
        ACCEPT keyedQtyText
        DISPLAY "Enter supplier heat/lot number: "
        ACCEPT keyedLotNumber
        IF keyedQtyText IS NOT NUMERIC
            DISPLAY "Quantity not numeric - not posted."
        ELSE
        IF keyedLotNumber = SPACES
            DISPLAY "Heat/lot number is required - not posted."
        ELSE
            MOVE keyedQtyText TO keyedQuantity (1:10)
            PERFORM FindStockEntry
            IF stockFound = ZERO
                DISPLAY "Stock table is full."
            ELSE
            MOVE "RECEIPT" TO moveReference
            PERFORM RecordLotReceipt
            IF lotFound = ZERO
                DISPLAY "Lot table is full - not posted."
            ELSE
                ADD keyedQuantity TO stOnHand (stockFound)
                MOVE "Y" TO stockChanged
                MOVE "R" TO moveType
                MOVE keyedLotNumber TO moveLotNumber
                MOVE ZERO TO moveJobNumber
                PERFORM AppendMovement
                ADD 1 TO receiptCount
                DISPLAY "Receipt posted - on hand now "
                    stOnHand (stockFound)
            END-IF
            END-IF
        END-IF
        END-IF
    END-IF.
RecordLotReceipt.
    MOVE ZERO TO lotFound
    PERFORM MatchOneReceivedLot
        VARYING lotIndex FROM 1 BY 1
        UNTIL lotIndex > lotCount OR lotFound > ZERO
    IF lotFound = ZERO AND lotCount < 1000
        ADD 1 TO lotCount
        MOVE lotCount TO lotFound
        MOVE keyedMaterialCode TO lbMaterialCode (lotFound)
        MOVE keyedLotNumber TO lbLotNumber (lotFound)
        MOVE runDate TO lbReceiptDate (lotFound)
        MOVE moveReference TO lbReference (lotFound)
        MOVE ZERO TO lbQtyReceived (lotFound)
        MOVE ZERO TO lbQtyRemaining (lotFound)
    END-IF
    IF lotFound > ZERO
        ADD keyedQuantity TO lbQtyReceived (lotFound)
        ADD keyedQuantity TO lbQtyRemaining (lotFound)
        MOVE "Y" TO lotChanged
    END-IF.
MatchOneReceivedLot.
    IF lbMaterialCode (lotIndex) = keyedMaterialCode
        AND lbLotNumber (lotIndex) = keyedLotNumber
        MOVE lotIndex TO lotFound
    END-IF.
ConsumptionPostProcedure.
    DISPLAY "Enter registered job number: "
                    SUBTRACT etEstimatedArea
                        FROM stOnHand (stockFound)
                    MOVE "Y" TO stockChanged
                    MOVE "C" TO moveType
                    MOVE etPieceId TO moveReference
                    MOVE keyedJobNumber TO moveJobNumber
                    MOVE etEstimatedArea TO drawNeeded
                    PERFORM DrawOneLot
                        VARYING lotIndex FROM 1 BY 1
                        UNTIL lotIndex > lotCount
                            OR drawNeeded = ZERO
                    IF drawNeeded > ZERO
                        MOVE drawNeeded TO keyedQuantity
                        MOVE "UNTRACED" TO moveLotNumber
                        PERFORM AppendMovement
                    END-IF
                    ADD 1 TO linesPostedCount
                    IF stOnHand (stockFound) < ZERO
                        DISPLAY "NOTE: " keyedMaterialCode
                END-IF
            END-IF
    END-READ.
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
        PERFORM AppendMovement
    END-IF.
SetOneReorderPoint.
    DISPLAY "Enter material code (blank to finish): "
    ACCEPT keyedMaterialCode
            MOVE keyedReorderPoint
                TO stReorderPoint (stockFound)
            MOVE keyedReorderQty TO stReorderQty (stockFound)
            DISPLAY "Enter preferred vendor code (blank keeps "
                stVendorCode (stockFound) "): "
            ACCEPT keyedVendorCode
            IF keyedVendorCode NOT = SPACES
                MOVE keyedVendorCode TO stVendorCode (stockFound)
            END-IF
            MOVE "Y" TO stockChanged
            DISPLAY "Reorder point set."
        END-IF
