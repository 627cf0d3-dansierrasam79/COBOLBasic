*> pricing, so the extract is a cumulative register now, thinned only
*> by ANNUAL-ARCHIVE-PURGE. Readers that used to assume one row per
*> piece match on job and revision instead.
*> The invoice side of the credit exposure now nets off credit memos
*> raised by CREDIT-MEMO-POSTING, so a customer whose invoice was
*> reduced for a returned piece isn't held against the full amount.
*> Each ESTDETL.DAT row now also records the piece's shape type and
*> its two keyed dimensions, which the work-order traveler prints
*> for the floor in place of the priced estimate.
*> A "K" record on SHAPEJOB.DAT names a standard assembly from the
*> assembly master ASSYMAST.DAT (kept by ASSEMBLY-MASTER-MAINT) and a
*> number of kits: it is expanded into one priced piece per component
*> piece needed - each priced exactly as a keyed "D" line would be -
*> and the estimate shows the assembly as one line (code, description,
*> kits, pieces and cost) with its component pieces indented beneath.
*> An unknown assembly, a bad kit quantity or a kit that would expand
*> past 200 pieces is refused on the page instead of being priced.
*> The expanded ESTDETL.DAT rows carry the assembly code, the kit's
*> sequence within the job and the kits ordered, so the quotation
*> print can group them the same way.
*> Every quote is now credited to a salesperson for commission: the
*> "H" header may name one after the currency code, which must be an
*> active row on SLSPMAST.DAT, and otherwise the customer's default
*> salesperson from the master is used. The ID is written to the
*> register row (and the hold row, when credit holds the quote).
*> New register rows are stamped with the quote date as their status
*> date, and the supersede rewrite carries the date through.
*> A job header naming a customer ID that CUSTOMER-MERGE has retired
*> is quoted under the surviving ID the master row points to, so the
*> credit check and the registers do not split the customer again.
IDENTIFICATION DIVISION.
PROGRAM-ID. SHAPE-COST-ESTIMATOR.
ENVIRONMENT DIVISION.
    SELECT customerMasterFile ASSIGN TO "CUSTMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS customerMasterStatus.
    SELECT salespersonFile ASSIGN TO "SLSPMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS salespersonStatus.
    SELECT quoteSequenceFile ASSIGN TO "QUOTESEQ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS quoteSequenceStatus.
    SELECT customerPricingFile ASSIGN TO "CUSTPRC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS customerPricingStatus.
    SELECT assemblyMasterFile ASSIGN TO "ASSYMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS assemblyMasterStatus.
DATA DIVISION.
FILE SECTION.
FD  shapeJobFile.
    05 shJobNumber PIC 9(6).
    05 shCustomerId PIC X(6).
    05 shCurrencyCode PIC X(3).
    05 shSalespersonId PIC X(4).
    05 FILLER PIC X(13).
01 shapeJobKitRecord REDEFINES shapeJobRecord.
    05 skRecordType PIC X(1).
    05 skAssemblyCode PIC X(6).
    05 skQuantity PIC 9(03).
    05 FILLER PIC X(23).
FD  shapeJobEstimateFile.
01 shapeJobEstimateRecord PIC X(80).
FD  errorFile.
01 errorRecord PIC X(60).
FD  customerMasterFile.
COPY "CUSTMAST.cpy".
FD  salespersonFile.
COPY "SLSPMAST.cpy".
FD  invoiceRegisterFile.
COPY "INVCREG.cpy".
FD  quoteHoldFile.
    05 cpCustomerId PIC X(6).
    05 cpMaterialCode PIC X(4).
    05 cpDiscountPct PIC 9(02)V99.
FD  assemblyMasterFile.
COPY "ASSYMAST.cpy".
FD  quoteSequenceFile.
01 quoteSequenceRecord.
    05 qsLastQuoteNumber PIC 9(06).
        05 FILLER PIC X(5) VALUE " NET=".
        05 pslNetTotal PIC $$$,$$$,$$9.99.
    01 materialFlagText PIC X(2).
    01 assemblyMasterStatus PIC X(2) VALUE "00".
    01 assemblyMasterEOF PIC X(1) VALUE "N".
    01 kitAssemblyTable.
        05 kitAssemblyEntry OCCURS 50 TIMES.
            10 kaAssemblyCode PIC X(6).
            10 kaDescription PIC X(20).
    01 kitAssemblyCount PIC 99 VALUE ZERO.
    01 kitAssemblyIndex PIC 99.
    01 kitAssemblyFound PIC 99.
    01 kitComponentTable.
        05 kitComponentEntry OCCURS 300 TIMES.
            10 kcAssemblyCode PIC X(6).
            10 kcShapeType PIC X(1).
            10 kcMaterialCode PIC X(4).
            10 kcDim1 PIC 9(04)V99.
            10 kcDim2 PIC 9(04)V99.
            10 kcQuantityPer PIC 9(03).
    01 kitComponentCount PIC 9(03) VALUE ZERO.
    01 kitComponentIndex PIC 9(03).
    01 kitComponentSequence PIC 9(02).
    01 kitComponentUnits PIC 9(05).
    01 kitUnit PIC 9(03).
    01 kitCode PIC X(6).
    01 kitQuantity PIC 9(03).
    01 kitPiecesNeeded PIC 9(09).
    01 kitPieceCount PIC 9(05).
    01 kitCostTotal PIC 9(09)V99.
    01 kitExpanding PIC X(1) VALUE "N".
    01 kitRefusalText PIC X(30).
    01 jobKitCount PIC 9(03) VALUE ZERO.
    01 kitLineTable.
        05 kitLineEntry OCCURS 200 TIMES PIC X(80).
    01 kitLineCount PIC 9(03) VALUE ZERO.
    01 kitLineIndex PIC 9(03).
    01 kitIndentedLine.
        05 FILLER PIC X(3) VALUE SPACES.
        05 kilDetail PIC X(69).
    01 kitAssemblyLine.
        05 FILLER PIC X(4) VALUE "KIT ".
        05 kalAssemblyCode PIC X(6).
        05 FILLER PIC X(1) VALUE " ".
        05 kalDescription PIC X(20).
        05 FILLER PIC X(6) VALUE " KITS=".
        05 kalQuantity PIC ZZ9.
        05 FILLER PIC X(5) VALUE " PCS=".
        05 kalPieceCount PIC ZZZ9.
        05 FILLER PIC X(6) VALUE " COST=".
        05 kalCostTotal PIC $$$,$$$,$$9.99.
    01 kitRefusedLine.
        05 FILLER PIC X(4) VALUE "KIT ".
        05 krlAssemblyCode PIC X(6).
        05 FILLER PIC X(15) VALUE " NOT PRICED - ".
        05 krlReason PIC X(30).
    01 materialSubtotalLine.
        05 FILLER PIC X(2) VALUE " ".
        05 mslMaterialCode PIC X(4).
    01 invoiceRegisterEOF PIC X(1) VALUE "N".
    01 customerMasterEOF PIC X(1) VALUE "N".
    01 customerFound PIC X(1) VALUE "N".
    01 customerMergedIntoId PIC X(6) VALUE SPACES.
    01 salespersonStatus PIC X(2) VALUE "00".
    01 salespersonEOF PIC X(1) VALUE "N".
    01 salespersonFound PIC X(1) VALUE "N".
    01 jobSalespersonId PIC X(4).
    01 customerSalespersonId PIC X(4).
    01 jobCustomerId PIC X(6).
    01 jobCustomerName PIC X(25).
    01 jobCreditLimit PIC 9(09)V99 VALUE ZERO.
            10 rgStatus PIC X(1).
            10 rgCurrencyCode PIC X(3).
            10 rgExchangeRate PIC 9(03)V9(04).
            10 rgSalespersonId PIC X(4).
            10 rgStatusDate PIC 9(08).
    01 registerCount PIC 9(03) VALUE ZERO.
    01 registerIndex PIC 9(03).
    01 registerOverflow PIC X(1) VALUE "N".
    ELSE
        MOVE ZERO TO rgExchangeRate (registerCount)
    END-IF
    MOVE qrSalespersonId TO rgSalespersonId (registerCount)
    IF qrStatusDate IS NUMERIC
        MOVE qrStatusDate TO rgStatusDate (registerCount)
    ELSE
        MOVE ZERO TO rgStatusDate (registerCount)
    END-IF
    IF rgQuoteNumber (registerCount) = revisedQuoteNumber
        MOVE "Y" TO priorRevisionFound
        IF rgRevisionNumber (registerCount) > priorMaxRevision
    MOVE rgStatus (registerIndex) TO qrStatus
    MOVE rgCurrencyCode (registerIndex) TO qrCurrencyCode
    MOVE rgExchangeRate (registerIndex) TO qrExchangeRate
    MOVE rgSalespersonId (registerIndex) TO qrSalespersonId
    MOVE rgStatusDate (registerIndex) TO qrStatusDate
    WRITE quoteRegisterRecord.
BatchShapeJobEstimate.
    OPEN INPUT shapeJobFile
    END-IF
    PERFORM LoadMaterialCatalog
    PERFORM LoadCustomerPricing
    PERFORM LoadAssemblyMaster
    PERFORM START-NEW-PAGE
    PERFORM ReadShapeJobRecord
    IF shapeJobEOF NOT = "Y" AND sjRecordType NOT = "H"
        MOVE ZERO TO jobListTotal
        MOVE ZERO TO jobDiscountTotal
        MOVE ZERO TO jobWeightTotal
        MOVE ZERO TO jobKitCount
        MOVE "N" TO headerSeen
    END-IF.
AppendJobRegisterEntry.
    MOVE shCustomerId TO jobCustomerId
    MOVE shCurrencyCode TO jobCurrencyCode
    PERFORM LookUpCustomerName
    PERFORM AssignJobSalesperson
    PERFORM LookUpExchangeRate
    PERFORM AssignQuoteNumber
    MOVE jobNumber TO qblJobNumber
LookUpCustomerName.
    MOVE "*UNKNOWN CUSTOMER*" TO jobCustomerName
    MOVE ZERO TO jobCreditLimit
    MOVE SPACES TO customerSalespersonId
    MOVE SPACES TO customerMergedIntoId
    PERFORM ScanCustomerMaster
    IF customerMergedIntoId NOT = SPACES
        DISPLAY "Customer " jobCustomerId " merged into "
            customerMergedIntoId " - quoted under the survivor."
        MOVE customerMergedIntoId TO jobCustomerId
        MOVE SPACES TO customerMergedIntoId
        PERFORM ScanCustomerMaster
    END-IF
    IF customerFound = "N"
        DISPLAY "Customer " jobCustomerId
            " not on customer master."
    END-IF.
ScanCustomerMaster.
    MOVE "N" TO customerFound
    MOVE "N" TO customerMasterEOF
    OPEN INPUT customerMasterFile
        PERFORM FindCustomerRecord
            UNTIL customerFound = "Y" OR customerMasterEOF = "Y"
        CLOSE customerMasterFile
    END-IF.
FindCustomerRecord.
    READ customerMasterFile
        AT END MOVE "Y" TO customerMasterEOF
        NOT AT END
            IF cmCustomerId = jobCustomerId
                AND cmMergedIntoId NOT = SPACES
                MOVE cmMergedIntoId TO customerMergedIntoId
                MOVE "Y" TO customerMasterEOF
            ELSE
            IF cmCustomerId = jobCustomerId
                MOVE cmCustomerName TO jobCustomerName
                IF cmCreditLimit IS NUMERIC
                    MOVE cmCreditLimit TO jobCreditLimit
                END-IF
                MOVE cmSalespersonId TO customerSalespersonId
                MOVE "Y" TO customerFound
            END-IF
            END-IF
    END-READ.
AssignJobSalesperson.
    MOVE customerSalespersonId TO jobSalespersonId
    IF shSalespersonId NOT = SPACES
        MOVE "N" TO salespersonFound
        MOVE "N" TO salespersonEOF
        OPEN INPUT salespersonFile
        IF salespersonStatus = "00"
            PERFORM FindSalespersonRecord
                UNTIL salespersonFound = "Y" OR salespersonEOF = "Y"
            CLOSE salespersonFile
        END-IF
        IF salespersonFound = "Y"
            MOVE shSalespersonId TO jobSalespersonId
        ELSE
            DISPLAY "Salesperson " shSalespersonId
                " not active - customer default "
                customerSalespersonId " used."
        END-IF
    END-IF.
FindSalespersonRecord.
    READ salespersonFile
        AT END MOVE "Y" TO salespersonEOF
        NOT AT END
            IF saSalespersonId = shSalespersonId
                AND saStatus = "A"
                MOVE "Y" TO salespersonFound
            END-IF
    END-READ.
CheckCustomerCredit.
    MOVE "N" TO creditHoldFlag
            IF ivCustomerId = jobCustomerId
                COMPUTE invoiceOpenBalance =
                    ivInvoiceAmount - ivAmountPaid
                IF ivCreditAmount IS NUMERIC
                    SUBTRACT ivCreditAmount FROM invoiceOpenBalance
                END-IF
                IF invoiceOpenBalance > ZERO
                    ADD invoiceOpenBalance TO creditExposure
                END-IF
    MOVE jobCreditLimit TO qhCreditLimit
    MOVE "H" TO qhStatus
    MOVE quoteRevision TO qhRevisionNumber
    MOVE jobSalespersonId TO qhSalespersonId
    IF exchangeRateFound = "Y"
        MOVE jobCurrencyCode TO qhCurrencyCode
        MOVE jobExchangeRate TO qhExchangeRate
    MOVE jobNumber TO qrJobNumber
    MOVE quoteRevision TO qrRevisionNumber
    MOVE "O" TO qrStatus
    MOVE quoteDate TO qrStatusDate
    MOVE jobSalespersonId TO qrSalespersonId
    IF exchangeRateFound = "Y"
        MOVE jobCurrencyCode TO qrCurrencyCode
        MOVE jobExchangeRate TO qrExchangeRate
        PERFORM OpenShapeJobHeader
        PERFORM ReadShapeJobRecord
    ELSE
    IF sjRecordType = "K"
        PERFORM ExpandAssemblyKit
        PERFORM ReadShapeJobRecord
    ELSE
        PERFORM PriceShapePiece
        PERFORM ReadShapeJobRecord
    END-IF
    END-IF.
PriceShapePiece.
    IF kitExpanding = "N"
        AND PC-LINE-COUNT >= PC-LINES-PER-PAGE
        PERFORM START-NEW-PAGE
    END-IF
    MOVE "N" TO pieceOverflow
        MOVE pieceArea TO sedArea
        MOVE pieceCost TO pieceCostCurrency
        MOVE pieceCostCurrency TO sedCost
        IF kitExpanding = "Y"
            ADD 1 TO kitPieceCount
            ADD pieceCost TO kitCostTotal
            ADD 1 TO kitLineCount
            MOVE shapeJobEstimateDetailLine TO kilDetail
            MOVE kitIndentedLine TO kitLineEntry (kitLineCount)
        ELSE
            WRITE shapeJobEstimateRecord
                FROM shapeJobEstimateDetailLine
            ADD 1 TO PC-LINE-COUNT
        END-IF
        MOVE sjPieceId TO etPieceId
        MOVE jobNumber TO etJobNumber
        MOVE pieceArea TO etEstimatedArea
        MOVE pieceCost TO etEstimatedCost
        MOVE sjMaterialCode TO etMaterialCode
        MOVE quoteRevision TO etRevisionNumber
        MOVE sjShapeType TO etShapeType
        INSPECT etShapeType CONVERTING "crt" TO "CRT"
        MOVE sjDim1 TO etDim1
        MOVE sjDim2 TO etDim2
        IF kitExpanding = "Y"
            MOVE kitCode TO etAssemblyCode
            MOVE jobKitCount TO etKitNumber
            MOVE kitQuantity TO etKitQuantity
        ELSE
            MOVE SPACES TO etAssemblyCode
            MOVE ZERO TO etKitNumber
            MOVE ZERO TO etKitQuantity
        END-IF
        WRITE estimateDetailRecord
        MOVE sjDim1 TO tlAmountWork
        CALL "FORMAT-AMOUNT-FOR-LOG" USING tlAmountWork, tlAmount1Text
        CALL "FORMAT-AMOUNT-FOR-LOG" USING tlAmountWork, tlResultOut
        CALL "TRANSACTION-LOGGER" USING logProgramName,
            tlInputs, tlResultOut, operatorId, logRunStatus
    END-IF.
ExpandAssemblyKit.
    MOVE skAssemblyCode TO kitCode
    IF skQuantity IS NUMERIC
        MOVE skQuantity TO kitQuantity
    ELSE
        MOVE ZERO TO kitQuantity
    END-IF
    ADD 1 TO jobKitCount
    MOVE SPACES TO kitRefusalText
    MOVE ZERO TO kitAssemblyFound
    PERFORM MatchOneKitAssembly
        VARYING kitAssemblyIndex FROM 1 BY 1
        UNTIL kitAssemblyIndex > kitAssemblyCount
            OR kitAssemblyFound > ZERO
    MOVE ZERO TO kitPiecesNeeded
    PERFORM CountOneKitComponent
        VARYING kitComponentIndex FROM 1 BY 1
        UNTIL kitComponentIndex > kitComponentCount
    IF kitAssemblyFound = ZERO
        MOVE "UNKNOWN ASSEMBLY" TO kitRefusalText
    ELSE
    IF kitQuantity = ZERO
        MOVE "KIT QUANTITY NOT VALID" TO kitRefusalText
    ELSE
    IF kitPiecesNeeded = ZERO
        MOVE "ASSEMBLY HAS NO COMPONENTS" TO kitRefusalText
    ELSE
    IF kitPiecesNeeded > 200
        MOVE "KIT EXPANDS PAST 200 PIECES" TO kitRefusalText
    END-IF
    END-IF
    END-IF
    END-IF
    IF kitRefusalText NOT = SPACES
        IF PC-LINE-COUNT >= PC-LINES-PER-PAGE
            PERFORM START-NEW-PAGE
        END-IF
        MOVE kitCode TO krlAssemblyCode
        MOVE kitRefusalText TO krlReason
        WRITE shapeJobEstimateRecord FROM kitRefusedLine
        ADD 1 TO PC-LINE-COUNT
        DISPLAY "Kit " kitCode " not priced - " kitRefusalText
    ELSE
        MOVE "Y" TO kitExpanding
        MOVE ZERO TO kitPieceCount
        MOVE ZERO TO kitCostTotal
        MOVE ZERO TO kitLineCount
        MOVE ZERO TO kitComponentSequence
        PERFORM ExpandOneKitComponent
            VARYING kitComponentIndex FROM 1 BY 1
            UNTIL kitComponentIndex > kitComponentCount
        MOVE "N" TO kitExpanding
        IF PC-LINE-COUNT >= PC-LINES-PER-PAGE
            PERFORM START-NEW-PAGE
        END-IF
        MOVE kitCode TO kalAssemblyCode
        MOVE kaDescription (kitAssemblyFound) TO kalDescription
        MOVE kitQuantity TO kalQuantity
        MOVE kitPieceCount TO kalPieceCount
        MOVE kitCostTotal TO kalCostTotal
        WRITE shapeJobEstimateRecord FROM kitAssemblyLine
        ADD 1 TO PC-LINE-COUNT
        PERFORM WriteOneKitLine
            VARYING kitLineIndex FROM 1 BY 1
            UNTIL kitLineIndex > kitLineCount
    END-IF.
MatchOneKitAssembly.
    IF kaAssemblyCode (kitAssemblyIndex) = kitCode
        MOVE kitAssemblyIndex TO kitAssemblyFound
    END-IF.
CountOneKitComponent.
    IF kcAssemblyCode (kitComponentIndex) = kitCode
        COMPUTE kitPiecesNeeded = kitPiecesNeeded
            + kcQuantityPer (kitComponentIndex) * kitQuantity
    END-IF.
ExpandOneKitComponent.
    IF kcAssemblyCode (kitComponentIndex) = kitCode
        ADD 1 TO kitComponentSequence
        COMPUTE kitComponentUnits =
            kcQuantityPer (kitComponentIndex) * kitQuantity
        PERFORM PriceOneKitPiece
            VARYING kitUnit FROM 1 BY 1
            UNTIL kitUnit > kitComponentUnits
    END-IF.
PriceOneKitPiece.
    MOVE SPACES TO shapeJobRecord
    MOVE "D" TO sjRecordType
    STRING kitCode DELIMITED BY SPACE
        "-" DELIMITED BY SIZE
        kitComponentSequence DELIMITED BY SIZE
        "-" DELIMITED BY SIZE
        kitUnit DELIMITED BY SIZE
        INTO sjPieceId
    END-STRING
    MOVE kcShapeType (kitComponentIndex) TO sjShapeType
    MOVE kcMaterialCode (kitComponentIndex) TO sjMaterialCode
    MOVE kcDim1 (kitComponentIndex) TO sjDim1
    MOVE kcDim2 (kitComponentIndex) TO sjDim2
    PERFORM PriceShapePiece.
WriteOneKitLine.
    IF PC-LINE-COUNT >= PC-LINES-PER-PAGE
        PERFORM START-NEW-PAGE
    END-IF
    WRITE shapeJobEstimateRecord FROM kitLineEntry (kitLineIndex)
    ADD 1 TO PC-LINE-COUNT.
LoadAssemblyMaster.
    MOVE ZERO TO kitAssemblyCount
    MOVE ZERO TO kitComponentCount
    MOVE "N" TO assemblyMasterEOF
    OPEN INPUT assemblyMasterFile
    IF assemblyMasterStatus = "00"
        PERFORM ReadAssemblyMasterRecord
        PERFORM AddAssemblyMasterEntry
            UNTIL assemblyMasterEOF = "Y"
        CLOSE assemblyMasterFile
    END-IF.
ReadAssemblyMasterRecord.
    READ assemblyMasterFile
        AT END MOVE "Y" TO assemblyMasterEOF
    END-READ.
AddAssemblyMasterEntry.
    IF amRecordType = "A" AND kitAssemblyCount < 50
        ADD 1 TO kitAssemblyCount
        MOVE amAssemblyCode TO kaAssemblyCode (kitAssemblyCount)
        MOVE amDescription TO kaDescription (kitAssemblyCount)
    END-IF
    IF acRecordType = "C" AND kitComponentCount < 300
        AND acQuantityPer IS NUMERIC
        ADD 1 TO kitComponentCount
        MOVE acAssemblyCode TO kcAssemblyCode (kitComponentCount)
        MOVE acShapeType TO kcShapeType (kitComponentCount)
        MOVE acMaterialCode TO kcMaterialCode (kitComponentCount)
        MOVE acDim1 TO kcDim1 (kitComponentCount)
        MOVE acDim2 TO kcDim2 (kitComponentCount)
        MOVE acQuantityPer TO kcQuantityPer (kitComponentCount)
    END-IF
    PERFORM ReadAssemblyMasterRecord.
ComputeCircleArea.
    MOVE sjDim1 TO radiusValue
    COMPUTE pieceArea = piValue * radiusValue * radiusValue
