*> Bill of lading and packing list. CONVERT-DISTANCE prices each
*> shipment and weighs it from the job's estimate lines, but the
*> driver still left with a handwritten delivery note. This prints the
*> shipping document for one shipment ID to SHIPDOC.RPT from its
*> FREIGHTX.DAT row (the latest row if the shipment was priced more
*> than once): the customer's CUSTMAST.DAT address block, the carrier
*> and its name from CARRIER.DAT, then a packing list of every piece
*> on the job's latest ESTDETL.DAT revision with shape, material and
*> weight (estimated area times the MATCAT.DAT weight per square
*> unit), the total piece count and weight, and a consignee signature
*> block. The shipment ID is printed exactly as FREIGHTX.DAT carries
*> it, which is the key CARRIER-SCORECARD matches delivery
*> confirmations against. Every print is logged to SHIPDOCL.DAT
*> (shipment ID, print date, operator); a shipment already on the
*> log prints with a COPY banner so a reprint can't pass for the
*> original.
IDENTIFICATION DIVISION.
PROGRAM-ID. SHIPPING-DOCUMENT-PRINT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT freightExtractFile ASSIGN TO "FREIGHTX.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS freightExtractStatus.
    SELECT customerMasterFile ASSIGN TO "CUSTMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS customerMasterStatus.
    SELECT carrierContractFile ASSIGN TO "CARRIER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS carrierContractStatus.
    SELECT estimateDetailFile ASSIGN TO "ESTDETL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estimateDetailStatus.
    SELECT materialCatalogFile ASSIGN TO "MATCAT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS materialCatalogStatus.
    SELECT printLogFile ASSIGN TO "SHIPDOCL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS printLogStatus.
    SELECT shipDocumentFile ASSIGN TO "SHIPDOC.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  freightExtractFile.
COPY "FREIGHTX.cpy".
FD  customerMasterFile.
COPY "CUSTMAST.cpy".
FD  carrierContractFile.
COPY "CARRIER.cpy".
FD  estimateDetailFile.
COPY "ESTDETL.cpy".
FD  materialCatalogFile.
COPY "MATCAT.cpy".
FD  printLogFile.
01 printLogRecord.
    05 plShipmentId PIC X(15).
    05 plPrintDate PIC 9(08).
    05 plOperatorId PIC X(08).
FD  shipDocumentFile.
01 shipDocumentRecord PIC X(80).
WORKING-STORAGE SECTION.
    01 freightExtractStatus PIC X(2) VALUE "00".
    01 customerMasterStatus PIC X(2) VALUE "00".
    01 carrierContractStatus PIC X(2) VALUE "00".
    01 estimateDetailStatus PIC X(2) VALUE "00".
    01 materialCatalogStatus PIC X(2) VALUE "00".
    01 printLogStatus PIC X(2) VALUE "00".
    01 freightExtractEOF PIC X(1) VALUE "N".
    01 customerMasterEOF PIC X(1) VALUE "N".
    01 carrierContractEOF PIC X(1) VALUE "N".
    01 estimateDetailEOF PIC X(1) VALUE "N".
    01 materialCatalogEOF PIC X(1) VALUE "N".
    01 printLogEOF PIC X(1) VALUE "N".
    01 keyedShipmentId PIC X(15).
    01 shipmentFound PIC X(1) VALUE "N".
    01 shipRunDate PIC 9(08).
    01 shipCarrierCode PIC X(4).
    01 shipCustomerId PIC X(6).
    01 shipJobNumber PIC 9(06) VALUE ZERO.
    01 shipMiles PIC 9(04)V9999.
    01 customerFound PIC X(1) VALUE "N".
    01 carrierFound PIC X(1) VALUE "N".
    01 carrierNameHeld PIC X(20).
    01 alreadyPrinted PIC X(1) VALUE "N".
    01 runDate PIC 9(08).
    01 materialTable.
        05 materialEntry OCCURS 20 TIMES.
            10 mtMaterialCode PIC X(4).
            10 mtDescription PIC X(20).
            10 mtWeightPerArea PIC 9(03)V99.
    01 materialCount PIC 99 VALUE ZERO.
    01 materialIndex PIC 99.
    01 materialFound PIC 99.
    01 maxRevision PIC 9(02) VALUE ZERO.
    01 lineRevision PIC 9(02).
    01 pieceWeight PIC 9(07)V99.
    01 packedPieceCount PIC 9(05) VALUE ZERO.
    01 packedWeightTotal PIC 9(08)V99 VALUE ZERO.
    01 unweighedPieceCount PIC 9(05) VALUE ZERO.
    01 documentTitleLine PIC X(40)
        VALUE "BILL OF LADING / PACKING LIST".
    01 copyBannerLine PIC X(40)
        VALUE "*** COPY *** COPY *** COPY ***".
    01 ruleLine PIC X(80) VALUE ALL "-".
    01 shipmentHeaderLine.
        05 FILLER PIC X(13) VALUE "SHIPMENT ID: ".
        05 shlShipmentId PIC X(15).
        05 FILLER PIC X(13) VALUE "  SHIP DATE: ".
        05 shlShipDate PIC 9(08).
        05 FILLER PIC X(7) VALUE "  JOB: ".
        05 shlJobNumber PIC 9(06).
    01 carrierLine.
        05 FILLER PIC X(9) VALUE "CARRIER: ".
        05 clCarrierCode PIC X(4).
        05 FILLER PIC X(1) VALUE " ".
        05 clCarrierName PIC X(20).
        05 FILLER PIC X(8) VALUE " MILES: ".
        05 clMiles PIC Z(03)9.99.
    01 consigneeTitleLine PIC X(20) VALUE "CONSIGNEE:".
    01 addressLine.
        05 FILLER PIC X(4) VALUE " ".
        05 adlText PIC X(40).
    01 cityLine.
        05 FILLER PIC X(4) VALUE " ".
        05 cylCity PIC X(15).
        05 FILLER PIC X(1) VALUE " ".
        05 cylPostalCode PIC X(10).
    01 packingHeadingLine PIC X(80) VALUE
        "PIECE ID        SHAPE     MATERIAL                   WEIGHT".
    01 packingDetailLine.
        05 pklPieceId PIC X(15).
        05 FILLER PIC X(1) VALUE " ".
        05 pklShapeName PIC X(10).
        05 pklMaterialCode PIC X(4).
        05 FILLER PIC X(1) VALUE " ".
        05 pklDescription PIC X(20).
        05 pklWeight PIC Z(06)9.99.
    01 packingTotalLine.
        05 FILLER PIC X(14) VALUE "TOTAL PIECES: ".
        05 ptlPieceCount PIC ZZZZ9.
        05 FILLER PIC X(16) VALUE "  TOTAL WEIGHT: ".
        05 ptlWeight PIC Z(07)9.99.
    01 unweighedLine.
        05 FILLER PIC X(3) VALUE " ".
        05 uwlCount PIC ZZZZ9.
        05 FILLER PIC X(40)
            VALUE " PIECE(S) WITH NO WEIGHT ON THE CATALOG".
    01 noPiecesLine PIC X(50)
        VALUE "NO JOB PIECES ON FILE FOR THIS SHIPMENT".
    01 signatureLines.
        05 FILLER PIC X(80) VALUE
            "RECEIVED IN GOOD ORDER EXCEPT AS NOTED:".
        05 FILLER PIC X(80) VALUE
            "CONSIGNEE NAME ______________________ SIGNATURE ______________________".
        05 FILLER PIC X(80) VALUE
            "DATE __________ TIME ______ PIECES RECEIVED ______".
        05 FILLER PIC X(80) VALUE
            "DRIVER SIGNATURE ______________________".
    01 signatureTable REDEFINES signatureLines.
        05 signatureText PIC X(80) OCCURS 4 TIMES.
    01 signatureIndex PIC 9(01).
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27)
        VALUE "SHIPPING-DOCUMENT-PRINT".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "SHIPPING-DOCUMENT-PRINT", operatorId
    ACCEPT runDate FROM DATE YYYYMMDD
    DISPLAY "Enter shipment ID: "
    ACCEPT keyedShipmentId
    MOVE SPACES TO tlInputs
    STRING "SHIP " DELIMITED BY SIZE
        keyedShipmentId DELIMITED BY SIZE
        INTO tlInputs
    END-STRING
    PERFORM FindShipment
    IF shipmentFound = "N"
        DISPLAY "Shipment " keyedShipmentId " is not on "
            "FREIGHTX.DAT - no document printed."
        MOVE "REJECTED" TO logRunStatus
        MOVE "NOT PRICED" TO tlResultOut
    ELSE
        PERFORM CheckPrintLog
        PERFORM LookUpCustomer
        PERFORM LookUpCarrier
        PERFORM LoadMaterialCatalog
        PERFORM PrintShippingDocument
        PERFORM AppendPrintLog
        DISPLAY "Shipping document written to SHIPDOC.RPT - "
            packedPieceCount " piece(s)."
        MOVE SPACES TO tlResultOut
        IF alreadyPrinted = "Y"
            STRING "COPY PCS=" DELIMITED BY SIZE
                packedPieceCount DELIMITED BY SIZE
                INTO tlResultOut
            END-STRING
        ELSE
            STRING "ORIG PCS=" DELIMITED BY SIZE
                packedPieceCount DELIMITED BY SIZE
                INTO tlResultOut
            END-STRING
        END-IF
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
FindShipment.
    MOVE "N" TO shipmentFound
    MOVE "N" TO freightExtractEOF
    OPEN INPUT freightExtractFile
    IF freightExtractStatus = "00"
        PERFORM MatchOneShipmentRow UNTIL freightExtractEOF = "Y"
        CLOSE freightExtractFile
    END-IF.
MatchOneShipmentRow.
    READ freightExtractFile
        AT END MOVE "Y" TO freightExtractEOF
        NOT AT END
            IF fxShipmentId = keyedShipmentId
                MOVE "Y" TO shipmentFound
                MOVE fxRunDate TO shipRunDate
                MOVE fxCarrierCode TO shipCarrierCode
                MOVE fxCustomerId TO shipCustomerId
                MOVE fxMiles TO shipMiles
                IF fxJobNumber IS NUMERIC
                    MOVE fxJobNumber TO shipJobNumber
                ELSE
                    MOVE ZERO TO shipJobNumber
                END-IF
            END-IF
    END-READ.
CheckPrintLog.
    MOVE "N" TO alreadyPrinted
    MOVE "N" TO printLogEOF
    OPEN INPUT printLogFile
    IF printLogStatus = "00"
        PERFORM MatchOnePrintLogRow
            UNTIL printLogEOF = "Y" OR alreadyPrinted = "Y"
        CLOSE printLogFile
    END-IF.
MatchOnePrintLogRow.
    READ printLogFile
        AT END MOVE "Y" TO printLogEOF
        NOT AT END
            IF plShipmentId = keyedShipmentId
                MOVE "Y" TO alreadyPrinted
            END-IF
    END-READ.
AppendPrintLog.
    OPEN EXTEND printLogFile
    IF printLogStatus = "05" OR printLogStatus = "35"
        OPEN OUTPUT printLogFile
    END-IF
    MOVE keyedShipmentId TO plShipmentId
    MOVE runDate TO plPrintDate
    MOVE operatorId TO plOperatorId
    WRITE printLogRecord
    CLOSE printLogFile.
LookUpCustomer.
    MOVE "N" TO customerFound
    MOVE "N" TO customerMasterEOF
    OPEN INPUT customerMasterFile
    IF customerMasterStatus = "00"
        PERFORM FindCustomerRecord
            UNTIL customerFound = "Y" OR customerMasterEOF = "Y"
        CLOSE customerMasterFile
    END-IF.
FindCustomerRecord.
    READ customerMasterFile
        AT END MOVE "Y" TO customerMasterEOF
        NOT AT END
            IF cmCustomerId = shipCustomerId
                MOVE "Y" TO customerFound
            END-IF
    END-READ.
LookUpCarrier.
    MOVE "N" TO carrierFound
    MOVE "*CARRIER NOT ON FILE*" TO carrierNameHeld
    MOVE "N" TO carrierContractEOF
    OPEN INPUT carrierContractFile
    IF carrierContractStatus = "00"
        PERFORM FindCarrierRecord
            UNTIL carrierFound = "Y" OR carrierContractEOF = "Y"
        CLOSE carrierContractFile
    END-IF.
FindCarrierRecord.
    READ carrierContractFile
        AT END MOVE "Y" TO carrierContractEOF
        NOT AT END
            IF crCarrierCode = shipCarrierCode
                MOVE "Y" TO carrierFound
                MOVE crCarrierName TO carrierNameHeld
            END-IF
    END-READ.
LoadMaterialCatalog.
    MOVE ZERO TO materialCount
    MOVE "N" TO materialCatalogEOF
    OPEN INPUT materialCatalogFile
    IF materialCatalogStatus = "00"
        PERFORM ReadMaterialCatalogRecord
        PERFORM AddMaterialEntry
            UNTIL materialCatalogEOF = "Y" OR materialCount = 20
        CLOSE materialCatalogFile
    END-IF.
ReadMaterialCatalogRecord.
    READ materialCatalogFile
        AT END MOVE "Y" TO materialCatalogEOF
    END-READ.
AddMaterialEntry.
    ADD 1 TO materialCount
    MOVE mcMaterialCode TO mtMaterialCode (materialCount)
    MOVE mcDescription TO mtDescription (materialCount)
    IF mcWeightPerArea IS NUMERIC
        MOVE mcWeightPerArea TO mtWeightPerArea (materialCount)
    ELSE
        MOVE ZERO TO mtWeightPerArea (materialCount)
    END-IF
    PERFORM ReadMaterialCatalogRecord.
PrintShippingDocument.
    OPEN OUTPUT shipDocumentFile
    IF alreadyPrinted = "Y"
        WRITE shipDocumentRecord FROM copyBannerLine
    END-IF
    WRITE shipDocumentRecord FROM documentTitleLine
    WRITE shipDocumentRecord FROM ruleLine
    MOVE keyedShipmentId TO shlShipmentId
    MOVE shipRunDate TO shlShipDate
    MOVE shipJobNumber TO shlJobNumber
    WRITE shipDocumentRecord FROM shipmentHeaderLine
    MOVE shipCarrierCode TO clCarrierCode
    MOVE carrierNameHeld TO clCarrierName
    MOVE shipMiles TO clMiles
    WRITE shipDocumentRecord FROM carrierLine
    WRITE shipDocumentRecord FROM ruleLine
    PERFORM PrintAddressBlock
    WRITE shipDocumentRecord FROM ruleLine
    WRITE shipDocumentRecord FROM packingHeadingLine
    IF shipJobNumber > ZERO
        PERFORM FindLatestRevision
        MOVE "N" TO estimateDetailEOF
        OPEN INPUT estimateDetailFile
        IF estimateDetailStatus = "00"
            PERFORM PackOneEstimateLine
                UNTIL estimateDetailEOF = "Y"
            CLOSE estimateDetailFile
        END-IF
    END-IF
    IF packedPieceCount = ZERO
        WRITE shipDocumentRecord FROM noPiecesLine
    END-IF
    MOVE packedPieceCount TO ptlPieceCount
    MOVE packedWeightTotal TO ptlWeight
    WRITE shipDocumentRecord FROM packingTotalLine
    IF unweighedPieceCount > ZERO
        MOVE unweighedPieceCount TO uwlCount
        WRITE shipDocumentRecord FROM unweighedLine
    END-IF
    WRITE shipDocumentRecord FROM ruleLine
    PERFORM PrintOneSignatureLine
        VARYING signatureIndex FROM 1 BY 1 UNTIL signatureIndex > 4
    IF alreadyPrinted = "Y"
        WRITE shipDocumentRecord FROM copyBannerLine
    END-IF
    CLOSE shipDocumentFile.
PrintAddressBlock.
    WRITE shipDocumentRecord FROM consigneeTitleLine
    IF customerFound = "Y"
        MOVE cmCustomerName TO adlText
        WRITE shipDocumentRecord FROM addressLine
        MOVE cmAddressLine1 TO adlText
        WRITE shipDocumentRecord FROM addressLine
        IF cmAddressLine2 NOT = SPACES
            MOVE cmAddressLine2 TO adlText
            WRITE shipDocumentRecord FROM addressLine
        END-IF
        MOVE cmCity TO cylCity
        MOVE cmPostalCode TO cylPostalCode
        WRITE shipDocumentRecord FROM cityLine
    ELSE
        MOVE SPACES TO adlText
        STRING "*UNKNOWN CUSTOMER* " DELIMITED BY SIZE
            shipCustomerId DELIMITED BY SIZE
            INTO adlText
        END-STRING
        WRITE shipDocumentRecord FROM addressLine
    END-IF.
FindLatestRevision.
    MOVE ZERO TO maxRevision
    MOVE "N" TO estimateDetailEOF
    OPEN INPUT estimateDetailFile
    IF estimateDetailStatus = "00"
        PERFORM ScanOneRevisionRow UNTIL estimateDetailEOF = "Y"
        CLOSE estimateDetailFile
    END-IF.
SetLineRevision.
    IF etRevisionNumber IS NUMERIC
        MOVE etRevisionNumber TO lineRevision
    ELSE
        MOVE 01 TO lineRevision
    END-IF.
ScanOneRevisionRow.
    READ estimateDetailFile
        AT END MOVE "Y" TO estimateDetailEOF
        NOT AT END
            IF etJobNumber = shipJobNumber
                PERFORM SetLineRevision
                IF lineRevision > maxRevision
                    MOVE lineRevision TO maxRevision
                END-IF
            END-IF
    END-READ.
PackOneEstimateLine.
    READ estimateDetailFile
        AT END MOVE "Y" TO estimateDetailEOF
        NOT AT END
            PERFORM SetLineRevision
            IF etJobNumber = shipJobNumber
                AND lineRevision = maxRevision
                PERFORM WritePackingLine
            END-IF
    END-READ.
WritePackingLine.
    ADD 1 TO packedPieceCount
    MOVE etPieceId TO pklPieceId
    EVALUATE etShapeType
        WHEN "C" MOVE "CIRCLE" TO pklShapeName
        WHEN "R" MOVE "RECTANGLE" TO pklShapeName
        WHEN "T" MOVE "TRIANGLE" TO pklShapeName
        WHEN OTHER MOVE SPACES TO pklShapeName
    END-EVALUATE
    MOVE etMaterialCode TO pklMaterialCode
    MOVE ZERO TO pieceWeight
    MOVE ZERO TO materialFound
    PERFORM MatchOneMaterial
        VARYING materialIndex FROM 1 BY 1
        UNTIL materialIndex > materialCount OR materialFound > ZERO
    IF materialFound > ZERO
        MOVE mtDescription (materialFound) TO pklDescription
        COMPUTE pieceWeight ROUNDED = etEstimatedArea
            * mtWeightPerArea (materialFound)
    ELSE
        MOVE "*NOT IN CATALOG*" TO pklDescription
    END-IF
    IF pieceWeight = ZERO
        ADD 1 TO unweighedPieceCount
    END-IF
    ADD pieceWeight TO packedWeightTotal
    MOVE pieceWeight TO pklWeight
    WRITE shipDocumentRecord FROM packingDetailLine.
MatchOneMaterial.
    IF mtMaterialCode (materialIndex) = etMaterialCode
        MOVE materialIndex TO materialFound
    END-IF.
PrintOneSignatureLine.
    WRITE shipDocumentRecord FROM signatureText (signatureIndex).
