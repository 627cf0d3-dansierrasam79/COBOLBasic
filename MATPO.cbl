*> Material purchase orders from the reorder points. The nightly
*> reorder report of MATERIAL-INVENTORY-LEDGER listed the materials
*> under their reorder point and purchasing phoned the orders through.
*> The (G)enerate mode reads the stock file MATSTOCK.DAT, picks every
*> material under its reorder point that has no open line on the
*> material PO register MATPOREG.DAT, sizes the order the way the
*> reorder report does (the reorder quantity, or twice the reorder
*> point less on-hand when none is set), groups the lines by the
*> material's preferred vendor from VENDMAST.DAT, numbers one PO per
*> vendor from the POSEQ.DAT counter shared with the uniform orders,
*> appends the open lines to the register and prints the order
*> document MATPODOC.RPT. The (R)eceive mode keys a delivery against
*> an open PO line, adds it to on-hand and posts an R movement to
*> MATMOVE.DAT referencing the PO, exactly as a ledger receipt does,
*> and closes the line once the ordered quantity is in; (L)ist shows
*> what is still on order.
*> Each delivery also records the supplier's heat or lot number on the
*> lot-balance file MATLOT.DAT, the same as a ledger receipt, so the
*> material can be traced lot by lot into the jobs that consume it.
*> The register now holds only open lines: a line closed by its last
*> delivery is dropped when MATPOREG.DAT is rewritten (the receipt
*> movements on MATMOVE.DAT keep the history), so the file no longer
*> grows until it stops being rewritten. Generation is refused up
*> front when the register cannot take every line it would raise,
*> rather than printing lines it could not record, and a material
*> whose preferred vendor is not on VENDMAST.DAT is printed on the
*> order document as not ordered instead of being passed over
*> silently. Exhausted lots move to MATLOTH.DAT as in the ledger.
*> Receiving is refused as well while the register is too large to
*> rewrite, since the received quantity and the completed line would
*> be lost and the same line could be received into stock again.
IDENTIFICATION DIVISION.
PROGRAM-ID. MATERIAL-PURCHASE-ORDER.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT materialStockFile ASSIGN TO "MATSTOCK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS materialStockStatus.
    SELECT materialMoveFile ASSIGN TO "MATMOVE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS materialMoveStatus.
    SELECT vendorMasterFile ASSIGN TO "VENDMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS vendorMasterStatus.
    SELECT poSequenceFile ASSIGN TO "POSEQ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS poSequenceStatus.
    SELECT materialPoFile ASSIGN TO "MATPOREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS materialPoStatus.
    SELECT materialLotFile ASSIGN TO "MATLOT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS materialLotStatus.
    SELECT lotHistoryFile ASSIGN TO "MATLOTH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS lotHistoryStatus.
    SELECT poDocumentFile ASSIGN TO "MATPODOC.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  materialStockFile.
COPY "MATSTOCK.cpy".
FD  materialMoveFile.
COPY "MATMOVE.cpy".
FD  vendorMasterFile.
COPY "VENDMAST.cpy".
FD  poSequenceFile.
01 poSequenceRecord.
    05 psLastPoNumber PIC 9(06).
FD  materialPoFile.
COPY "MATPOREG.cpy".
FD  materialLotFile.
COPY "MATLOT.cpy".
FD  lotHistoryFile.
01 lotHistoryRecord PIC X(59).
FD  poDocumentFile.
01 poDocumentRecord PIC X(70).
WORKING-STORAGE SECTION.
    01 materialStockStatus PIC X(2) VALUE "00".
    01 materialMoveStatus PIC X(2) VALUE "00".
    01 vendorMasterStatus PIC X(2) VALUE "00".
    01 poSequenceStatus PIC X(2) VALUE "00".
    01 materialPoStatus PIC X(2) VALUE "00".
    01 materialLotStatus PIC X(2) VALUE "00".
    01 lotHistoryStatus PIC X(2) VALUE "00".
    01 materialStockEOF PIC X(1) VALUE "N".
    01 vendorMasterEOF PIC X(1) VALUE "N".
    01 materialPoEOF PIC X(1) VALUE "N".
    01 materialLotEOF PIC X(1) VALUE "N".
    01 runMode PIC X(1).
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
    01 keyedLotNumber PIC X(12).
    01 vendorTable.
        05 vendorEntry OCCURS 50 TIMES.
            10 vdVendorCode PIC X(4).
            10 vdVendorName PIC X(20).
    01 vendorCount PIC 99 VALUE ZERO.
    01 vendorIndex PIC 99.
    01 shortfallTable.
        05 shortfallEntry OCCURS 20 TIMES.
            10 sfMaterialCode PIC X(4).
            10 sfVendorCode PIC X(4).
            10 sfQtyNeeded PIC 9(07)V99.
    01 shortfallCount PIC 99 VALUE ZERO.
    01 shortfallIndex PIC 99.
    01 registerTable.
        05 registerEntry OCCURS 200 TIMES.
            10 rgPoNumber PIC 9(06).
            10 rgVendorCode PIC X(4).
            10 rgOrderDate PIC 9(08).
            10 rgMaterialCode PIC X(4).
            10 rgQtyOrdered PIC 9(07)V99.
            10 rgQtyReceived PIC 9(07)V99.
            10 rgStatus PIC X(1).
    01 registerCount PIC 9(03) VALUE ZERO.
    01 registerIndex PIC 9(03).
    01 registerFound PIC 9(03).
    01 registerChanged PIC X(1) VALUE "N".
    01 registerOverflow PIC X(1) VALUE "N".
    01 materialOnOrder PIC X(1).
    01 poNumber PIC 9(06) VALUE ZERO.
    01 vendorPoNumber PIC 9(06).
    01 vendorPoOpened PIC X(1).
    01 runDate PIC 9(08).
    01 keepGoing PIC X(1) VALUE "Y".
    01 keyedPoNumber PIC 9(06).
    01 keyedMaterialCode PIC X(4).
    01 keyedQtyText PIC X(10).
    01 keyedQuantity PIC 9(08)V99.
    01 suggestedQty PIC 9(07)V99.
    01 onOrderSkipCount PIC 9(03) VALUE ZERO.
    01 poGeneratedCount PIC 9(03) VALUE ZERO.
    01 receiptCount PIC 9(04) VALUE ZERO.
    01 moveReference PIC X(15).
    01 poVendorBanner.
        05 FILLER PIC X(15) VALUE "PURCHASE ORDER ".
        05 pvbPoNumber PIC 9(06).
        05 FILLER PIC X(9) VALUE " VENDOR ".
        05 pvbVendorCode PIC X(4).
        05 FILLER PIC X(1) VALUE " ".
        05 pvbVendorName PIC X(20).
    01 poDetailLine.
        05 FILLER PIC X(12) VALUE "  MATERIAL ".
        05 pdlMaterialCode PIC X(4).
        05 FILLER PIC X(10) VALUE " QUANTITY=".
        05 pdlQtyOrdered PIC Z(06)9.99.
    01 poExceptionLine.
        05 FILLER PIC X(22) VALUE "NOT ORDERED - MATERIAL".
        05 FILLER PIC X(1) VALUE " ".
        05 pelMaterialCode PIC X(4).
        05 FILLER PIC X(8) VALUE " VENDOR ".
        05 pelVendorCode PIC X(4).
        05 FILLER PIC X(21) VALUE " NOT ON VENDMAST.DAT".
    01 unknownVendorCount PIC 9(02) VALUE ZERO.
    01 vendorKnown PIC X(1).
    01 poListLine.
        05 pllPoNumber PIC 9(06).
        05 FILLER PIC X(1) VALUE " ".
        05 pllVendorCode PIC X(4).
        05 FILLER PIC X(5) VALUE " MAT=".
        05 pllMaterialCode PIC X(4).
        05 FILLER PIC X(5) VALUE " ORD=".
        05 pllQtyOrdered PIC Z(06)9.99.
        05 FILLER PIC X(5) VALUE " RCV=".
        05 pllQtyReceived PIC Z(06)9.99.
        05 FILLER PIC X(5) VALUE " ST=".
        05 pllStatus PIC X(1).
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27) VALUE "MATERIAL-PURCHASE-ORDER".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "MATERIAL-PURCHASE-ORDER",
        operatorId
    ACCEPT runDate FROM DATE YYYYMMDD
    PERFORM LoadPoRegister
    PERFORM LoadStockFile
    PERFORM LoadLotFile
    DISPLAY "(G)enerate orders, (R)eceive delivery or "
        "(L)ist open orders: "
    ACCEPT runMode
    EVALUATE runMode
        WHEN "R" WHEN "r"
            IF registerOverflow = "Y"
                DISPLAY "MATPOREG.DAT CANNOT BE REWRITTEN THIS "
                    "SESSION - RECEIPTS REFUSED"
                MOVE "REJECTED" TO logRunStatus
            ELSE
                PERFORM ReceiveOneDelivery UNTIL keepGoing NOT = "Y"
            END-IF
        WHEN "L" WHEN "l"
            PERFORM ListOpenOrders
        WHEN OTHER
            PERFORM GenerateOrdersProcedure
    END-EVALUATE
    IF registerChanged = "Y"
        PERFORM RewritePoRegister
    END-IF
    IF stockChanged = "Y"
        PERFORM RewriteStockFile
    END-IF
    IF lotChanged = "Y"
        PERFORM RewriteLotFile
    END-IF
    MOVE "MATERIAL PO" TO tlInputs
    MOVE SPACES TO tlResultOut
    STRING "POS=" DELIMITED BY SIZE
        poGeneratedCount DELIMITED BY SIZE
        " RCV=" DELIMITED BY SIZE
        receiptCount DELIMITED BY SIZE
        INTO tlResultOut
    END-STRING
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
LoadPoRegister.
    MOVE ZERO TO registerCount
    MOVE "N" TO materialPoEOF
    OPEN INPUT materialPoFile
    IF materialPoStatus = "00"
        PERFORM ReadPoRegisterRecord
        PERFORM AddPoRegisterEntry
            UNTIL materialPoEOF = "Y" OR registerOverflow = "Y"
        IF registerOverflow = "Y"
            DISPLAY "WARNING: MATPOREG.DAT HAS MORE THAN 200 OPEN "
                "LINES - FILE WILL NOT BE REWRITTEN THIS SESSION"
        END-IF
        CLOSE materialPoFile
    END-IF.
ReadPoRegisterRecord.
    READ materialPoFile
        AT END MOVE "Y" TO materialPoEOF
    END-READ.
AddPoRegisterEntry.
    IF mpStatus = "C"
        CONTINUE
    ELSE
    IF registerCount = 200
        MOVE "Y" TO registerOverflow
    ELSE
        ADD 1 TO registerCount
        MOVE mpPoNumber TO rgPoNumber (registerCount)
        MOVE mpVendorCode TO rgVendorCode (registerCount)
        MOVE mpOrderDate TO rgOrderDate (registerCount)
        MOVE mpMaterialCode TO rgMaterialCode (registerCount)
        MOVE mpQtyOrdered TO rgQtyOrdered (registerCount)
        MOVE mpQtyReceived TO rgQtyReceived (registerCount)
        MOVE mpStatus TO rgStatus (registerCount)
    END-IF
    END-IF
    PERFORM ReadPoRegisterRecord.
RewritePoRegister.
    IF registerOverflow = "Y"
        DISPLAY "MATPOREG.DAT NOT REWRITTEN - OPEN LINES PAST 200 "
            "WOULD HAVE BEEN LOST"
    ELSE
    OPEN OUTPUT materialPoFile
    PERFORM WriteOnePoRegisterRow
        VARYING registerIndex FROM 1 BY 1
        UNTIL registerIndex > registerCount
    CLOSE materialPoFile
    DISPLAY "MATPOREG.DAT rewritten."
    END-IF.
WriteOnePoRegisterRow.
    MOVE rgPoNumber (registerIndex) TO mpPoNumber
    MOVE rgVendorCode (registerIndex) TO mpVendorCode
    MOVE rgOrderDate (registerIndex) TO mpOrderDate
    MOVE rgMaterialCode (registerIndex) TO mpMaterialCode
    MOVE rgQtyOrdered (registerIndex) TO mpQtyOrdered
    MOVE rgQtyReceived (registerIndex) TO mpQtyReceived
    MOVE rgStatus (registerIndex) TO mpStatus
    IF mpStatus NOT = "C"
        WRITE materialPoRecord
    END-IF.
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
    IF stockOverflow = "Y"
        DISPLAY "MATSTOCK.DAT NOT REWRITTEN - ROWS PAST 20 "
            "WOULD HAVE BEEN LOST"
    ELSE
    OPEN OUTPUT materialStockFile
    PERFORM WriteOneStockRecord
        VARYING stockIndex FROM 1 BY 1
        UNTIL stockIndex > stockCount
    CLOSE materialStockFile
    DISPLAY "MATSTOCK.DAT rewritten."
    END-IF.
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
LoadVendorMaster.
    MOVE ZERO TO vendorCount
    MOVE "N" TO vendorMasterEOF
    OPEN INPUT vendorMasterFile
    IF vendorMasterStatus = "00"
        PERFORM ReadVendorRecord
        PERFORM AddVendorEntry
            UNTIL vendorMasterEOF = "Y" OR vendorCount = 50
        CLOSE vendorMasterFile
    ELSE
        DISPLAY "Vendor master not available."
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
AssignPoNumber.
    MOVE ZERO TO poNumber
    OPEN INPUT poSequenceFile
    IF poSequenceStatus = "00"
        READ poSequenceFile
            AT END CONTINUE
            NOT AT END MOVE psLastPoNumber TO poNumber
        END-READ
        CLOSE poSequenceFile
    END-IF
    ADD 1 TO poNumber
    OPEN OUTPUT poSequenceFile
    MOVE poNumber TO psLastPoNumber
    WRITE poSequenceRecord
    CLOSE poSequenceFile.
GenerateOrdersProcedure.
    PERFORM LoadVendorMaster
    MOVE ZERO TO shortfallCount
    PERFORM CheckOneStockShortfall
        VARYING stockIndex FROM 1 BY 1
        UNTIL stockIndex > stockCount
    IF onOrderSkipCount > ZERO
        DISPLAY onOrderSkipCount " material(s) under reorder "
            "point already on order - not reordered."
    END-IF
    IF shortfallCount = ZERO
        DISPLAY "No material needs ordering - no orders raised."
    ELSE
    IF registerOverflow = "Y"
        OR registerCount + shortfallCount > 200
        DISPLAY "MATPOREG.DAT CANNOT TAKE " shortfallCount
            " MORE LINE(S) - NO ORDERS RAISED"
        MOVE "REJECTED" TO logRunStatus
    ELSE
        OPEN OUTPUT poDocumentFile
        PERFORM RaiseOrdersForOneVendor
            VARYING vendorIndex FROM 1 BY 1
            UNTIL vendorIndex > vendorCount
        MOVE ZERO TO unknownVendorCount
        PERFORM CheckOneShortfallVendor
            VARYING shortfallIndex FROM 1 BY 1
            UNTIL shortfallIndex > shortfallCount
        CLOSE poDocumentFile
        DISPLAY poGeneratedCount
            " purchase order(s) raised - document on MATPODOC.RPT"
        IF unknownVendorCount > ZERO
            DISPLAY unknownVendorCount " material(s) not ordered - "
                "vendor not on VENDMAST.DAT, see MATPODOC.RPT"
        END-IF
    END-IF
    END-IF.
CheckOneShortfallVendor.
    MOVE "N" TO vendorKnown
    PERFORM MatchOneShortfallVendor
        VARYING vendorIndex FROM 1 BY 1
        UNTIL vendorIndex > vendorCount OR vendorKnown = "Y"
    IF vendorKnown = "N"
        ADD 1 TO unknownVendorCount
        MOVE sfMaterialCode (shortfallIndex) TO pelMaterialCode
        MOVE sfVendorCode (shortfallIndex) TO pelVendorCode
        WRITE poDocumentRecord FROM poExceptionLine
    END-IF.
MatchOneShortfallVendor.
    IF vdVendorCode (vendorIndex) = sfVendorCode (shortfallIndex)
        MOVE "Y" TO vendorKnown
    END-IF.
CheckOneStockShortfall.
    IF stReorderPoint (stockIndex) > ZERO
        AND stOnHand (stockIndex) < stReorderPoint (stockIndex)
        MOVE stMaterialCode (stockIndex) TO keyedMaterialCode
        MOVE "N" TO materialOnOrder
        PERFORM MatchOneOrderedMaterial
            VARYING registerIndex FROM 1 BY 1
            UNTIL registerIndex > registerCount
                OR materialOnOrder = "Y"
        IF materialOnOrder = "Y"
            ADD 1 TO onOrderSkipCount
        ELSE
        IF stVendorCode (stockIndex) = SPACES
            DISPLAY "Material " stMaterialCode (stockIndex)
                " has no preferred vendor - not ordered."
        ELSE
            IF stReorderQty (stockIndex) > ZERO
                MOVE stReorderQty (stockIndex) TO suggestedQty
            ELSE
                COMPUTE suggestedQty =
                    (stReorderPoint (stockIndex) * 2)
                    - stOnHand (stockIndex)
            END-IF
            ADD 1 TO shortfallCount
            MOVE stMaterialCode (stockIndex)
                TO sfMaterialCode (shortfallCount)
            MOVE stVendorCode (stockIndex)
                TO sfVendorCode (shortfallCount)
            MOVE suggestedQty TO sfQtyNeeded (shortfallCount)
        END-IF
        END-IF
    END-IF.
MatchOneOrderedMaterial.
    IF rgMaterialCode (registerIndex) = keyedMaterialCode
        AND rgStatus (registerIndex) = "O"
        MOVE "Y" TO materialOnOrder
    END-IF.
RaiseOrdersForOneVendor.
    MOVE "N" TO vendorPoOpened
    PERFORM RaiseOneVendorLine
        VARYING shortfallIndex FROM 1 BY 1
        UNTIL shortfallIndex > shortfallCount.
RaiseOneVendorLine.
    IF sfVendorCode (shortfallIndex)
        = vdVendorCode (vendorIndex)
        IF vendorPoOpened = "N"
            PERFORM AssignPoNumber
            MOVE poNumber TO vendorPoNumber
            MOVE "Y" TO vendorPoOpened
            ADD 1 TO poGeneratedCount
            MOVE vendorPoNumber TO pvbPoNumber
            MOVE vdVendorCode (vendorIndex) TO pvbVendorCode
            MOVE vdVendorName (vendorIndex) TO pvbVendorName
            WRITE poDocumentRecord FROM poVendorBanner
        END-IF
        MOVE sfMaterialCode (shortfallIndex) TO pdlMaterialCode
        MOVE sfQtyNeeded (shortfallIndex) TO pdlQtyOrdered
        WRITE poDocumentRecord FROM poDetailLine
        IF registerCount < 200
            ADD 1 TO registerCount
            MOVE vendorPoNumber TO rgPoNumber (registerCount)
            MOVE vdVendorCode (vendorIndex)
                TO rgVendorCode (registerCount)
            MOVE runDate TO rgOrderDate (registerCount)
            MOVE sfMaterialCode (shortfallIndex)
                TO rgMaterialCode (registerCount)
            MOVE sfQtyNeeded (shortfallIndex)
                TO rgQtyOrdered (registerCount)
            MOVE ZERO TO rgQtyReceived (registerCount)
            MOVE "O" TO rgStatus (registerCount)
            MOVE "Y" TO registerChanged
        END-IF
    END-IF.
ReceiveOneDelivery.
    DISPLAY "Enter PO number (0 to finish): "
    ACCEPT keyedPoNumber
    IF keyedPoNumber = ZERO
        MOVE "N" TO keepGoing
    ELSE
        DISPLAY "Enter material code: "
        ACCEPT keyedMaterialCode
        MOVE ZERO TO registerFound
        PERFORM MatchOneOpenPoLine
            VARYING registerIndex FROM 1 BY 1
            UNTIL registerIndex > registerCount
                OR registerFound > ZERO
        IF registerFound = ZERO
            DISPLAY "No open PO line for that number and material."
        ELSE
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
                PERFORM PostOneDelivery
            END-IF
            END-IF
        END-IF
    END-IF.
MatchOneOpenPoLine.
    IF rgPoNumber (registerIndex) = keyedPoNumber
        AND rgMaterialCode (registerIndex) = keyedMaterialCode
        AND rgStatus (registerIndex) = "O"
        MOVE registerIndex TO registerFound
    END-IF.
PostOneDelivery.
    MOVE ZERO TO stockFound
    PERFORM MatchOneStockEntry
        VARYING stockIndex FROM 1 BY 1
        UNTIL stockIndex > stockCount OR stockFound > ZERO
    IF stockOverflow = "Y" OR lotOverflow = "Y"
        OR registerOverflow = "Y"
        DISPLAY "MATSTOCK.DAT, MATLOT.DAT OR MATPOREG.DAT OVERFLOWS "
            "THE WORK TABLE - RECEIPT REFUSED"
        MOVE "REJECTED" TO logRunStatus
    ELSE
    IF stockFound = ZERO
        DISPLAY "Material not on MATSTOCK.DAT - not posted."
    ELSE
        MOVE SPACES TO moveReference
        STRING "PO " DELIMITED BY SIZE
            keyedPoNumber DELIMITED BY SIZE
            INTO moveReference
        END-STRING
        PERFORM RecordLotReceipt
        IF lotFound = ZERO
            DISPLAY "Lot table is full - not posted."
        ELSE
            ADD keyedQuantity TO stOnHand (stockFound)
            MOVE "Y" TO stockChanged
            ADD keyedQuantity TO rgQtyReceived (registerFound)
            MOVE "Y" TO registerChanged
            MOVE "R" TO mvMoveType
            PERFORM AppendMovement
            ADD 1 TO receiptCount
            IF rgQtyReceived (registerFound)
                > rgQtyOrdered (registerFound)
                DISPLAY "OVER-DELIVERY: received exceeds "
                    "ordered - check with the vendor."
            END-IF
            IF rgQtyReceived (registerFound)
                >= rgQtyOrdered (registerFound)
                MOVE "C" TO rgStatus (registerFound)
                DISPLAY "PO line complete."
            ELSE
                DISPLAY "Partial delivery recorded."
            END-IF
            DISPLAY "Receipt posted - on hand now "
                stOnHand (stockFound)
        END-IF
    END-IF
    END-IF.
MatchOneStockEntry.
    IF stMaterialCode (stockIndex) = keyedMaterialCode
        MOVE stockIndex TO stockFound
    END-IF.
AppendMovement.
    OPEN EXTEND materialMoveFile
    IF materialMoveStatus = "05" OR materialMoveStatus = "35"
        OPEN OUTPUT materialMoveFile
    END-IF
    MOVE runDate TO mvMoveDate
    MOVE keyedMaterialCode TO mvMaterialCode
    MOVE keyedQuantity TO mvQuantity
    MOVE moveReference TO mvReference
    MOVE SPACE TO mvAdjustSign
    MOVE ZERO TO mvJobNumber
    MOVE keyedLotNumber TO mvLotNumber
    WRITE materialMoveRecord
    CLOSE materialMoveFile.
ListOpenOrders.
    PERFORM ListOnePoLine
        VARYING registerIndex FROM 1 BY 1
        UNTIL registerIndex > registerCount.
ListOnePoLine.
    IF rgStatus (registerIndex) = "O"
        MOVE rgPoNumber (registerIndex) TO pllPoNumber
        MOVE rgVendorCode (registerIndex) TO pllVendorCode
        MOVE rgMaterialCode (registerIndex) TO pllMaterialCode
        MOVE rgQtyOrdered (registerIndex) TO pllQtyOrdered
        MOVE rgQtyReceived (registerIndex) TO pllQtyReceived
        MOVE rgStatus (registerIndex) TO pllStatus
        DISPLAY poListLine
    END-IF.
