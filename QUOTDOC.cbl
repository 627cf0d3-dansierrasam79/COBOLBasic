*> CTLLIMIT.DAT (value 1 = days, default 30), the same row the
*> expiry pass in QUOTE-STATUS-UPDATE honors, so the printed
*> validity and the automatic expiry can't disagree.
*> Pieces expanded from a standard assembly print as one assembly
*> line - the description from the assembly master ASSYMAST.DAT, the
*> number of kits and the kit price summed from its pieces - with the
*> component pieces indented beneath it, instead of a long run of
*> piece lines the customer cannot match to what they ordered.
IDENTIFICATION DIVISION.
PROGRAM-ID. QUOTE-DOCUMENT-PRINT.
ENVIRONMENT DIVISION.
    SELECT ctlLimitFile ASSIGN TO "CTLLIMIT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ctlLimitFileStatus.
    SELECT assemblyMasterFile ASSIGN TO "ASSYMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS assemblyMasterStatus.
DATA DIVISION.
FILE SECTION.
FD  quoteRegisterFile.
01 quoteDocumentRecord PIC X(80).
FD  ctlLimitFile.
COPY "CTLLIMIT.cpy".
FD  assemblyMasterFile.
COPY "ASSYMAST.cpy".
WORKING-STORAGE SECTION.
    01 quoteRegisterStatus PIC X(2) VALUE "00".
    01 customerMasterStatus PIC X(2) VALUE "00".
    01 materialIndex PIC 99.
    01 materialFound PIC 99.
    01 lineDescription PIC X(20).
    01 assemblyMasterStatus PIC X(2) VALUE "00".
    01 assemblyMasterEOF PIC X(1) VALUE "N".
    01 assemblyTable.
        05 assemblyEntry OCCURS 50 TIMES.
            10 asAssemblyCode PIC X(6).
            10 asDescription PIC X(20).
    01 assemblyCount PIC 99 VALUE ZERO.
    01 assemblyIndex PIC 99.
    01 assemblyFound PIC 99.
    01 kitTable.
        05 kitEntry OCCURS 50 TIMES.
            10 kiKitNumber PIC 9(03).
            10 kiAssemblyCode PIC X(6).
            10 kiKitQuantity PIC 9(03).
            10 kiKitPrice PIC 9(09)V99.
            10 kiPrinted PIC X(1).
    01 kitCount PIC 99 VALUE ZERO.
    01 kitIndex PIC 99.
    01 kitFound PIC 99.
    01 documentLineCount PIC 9(04) VALUE ZERO.
    01 letterheadLine1 PIC X(44)
        VALUE "SIERRA FABRICATION WORKS - QUOTATION".
        05 ddlArea PIC Z(07)9.99.
        05 FILLER PIC X(8) VALUE " PRICE=".
        05 ddlPrice PIC $$$,$$9.99.
    01 documentKitLine.
        05 FILLER PIC X(2) VALUE " ".
        05 FILLER PIC X(4) VALUE "KIT ".
        05 dklAssemblyCode PIC X(6).
        05 FILLER PIC X(1) VALUE " ".
        05 dklDescription PIC X(20).
        05 FILLER PIC X(6) VALUE " KITS=".
        05 dklKitQuantity PIC ZZ9.
        05 FILLER PIC X(8) VALUE " PRICE=".
        05 dklPrice PIC $$$,$$$,$$9.99.
    01 documentComponentLine.
        05 FILLER PIC X(5) VALUE " ".
        05 dclPieceId PIC X(15).
        05 FILLER PIC X(1) VALUE " ".
        05 dclDescription PIC X(20).
        05 FILLER PIC X(7) VALUE " AREA=".
        05 dclArea PIC Z(07)9.99.
        05 FILLER PIC X(8) VALUE " PRICE=".
        05 dclPrice PIC $$$,$$9.99.
    01 documentTotalLine.
        05 FILLER PIC X(17) VALUE "TOTAL THIS QUOTE=".
        05 dtlTotal PIC $$$,$$$,$$9.99.
    ELSE
        PERFORM FetchCustomerDetails
        PERFORM LoadMaterialDescriptions
        PERFORM LoadAssemblyDescriptions
        PERFORM LoadValidityDays
        PERFORM ComputeValidityDate
        PERFORM WriteQuoteDocument
    IF mtMaterialCode (materialIndex) = etMaterialCode
        MOVE materialIndex TO materialFound
    END-IF.
LoadAssemblyDescriptions.
    MOVE ZERO TO assemblyCount
    MOVE "N" TO assemblyMasterEOF
    OPEN INPUT assemblyMasterFile
    IF assemblyMasterStatus = "00"
        PERFORM ReadAssemblyMasterRecord
        PERFORM AddAssemblyEntry
            UNTIL assemblyMasterEOF = "Y" OR assemblyCount = 50
        CLOSE assemblyMasterFile
    END-IF.
ReadAssemblyMasterRecord.
    READ assemblyMasterFile
        AT END MOVE "Y" TO assemblyMasterEOF
    END-READ.
AddAssemblyEntry.
    IF amRecordType = "A"
        ADD 1 TO assemblyCount
        MOVE amAssemblyCode TO asAssemblyCode (assemblyCount)
        MOVE amDescription TO asDescription (assemblyCount)
    END-IF
    PERFORM ReadAssemblyMasterRecord.
FindAssemblyDescription.
    MOVE ZERO TO assemblyFound
    PERFORM MatchOneAssembly
        VARYING assemblyIndex FROM 1 BY 1
        UNTIL assemblyIndex > assemblyCount
            OR assemblyFound > ZERO
    IF assemblyFound > ZERO
        MOVE asDescription (assemblyFound) TO lineDescription
    ELSE
        MOVE "STANDARD ASSEMBLY" TO lineDescription
    END-IF.
MatchOneAssembly.
    IF asAssemblyCode (assemblyIndex) = kiAssemblyCode (kitFound)
        MOVE assemblyIndex TO assemblyFound
    END-IF.
FindKitEntry.
    MOVE ZERO TO kitFound
    PERFORM MatchOneKit
        VARYING kitIndex FROM 1 BY 1
        UNTIL kitIndex > kitCount OR kitFound > ZERO.
MatchOneKit.
    IF kiKitNumber (kitIndex) = etKitNumber
        MOVE kitIndex TO kitFound
    END-IF.
LoadValidityDays.
    ACCEPT ctlRunDate FROM DATE YYYYMMDD
    MOVE "N" TO ctlLimitEOF
        DISPLAY "No job number on the register row - "
            "quotation printed without line detail."
    ELSE
        MOVE ZERO TO kitCount
        MOVE "N" TO estimateDetailEOF
        OPEN INPUT estimateDetailFile
        IF estimateDetailStatus = "00"
            PERFORM TotalOneKitLine
                UNTIL estimateDetailEOF = "Y"
            CLOSE estimateDetailFile
        END-IF
        MOVE "N" TO estimateDetailEOF
        OPEN INPUT estimateDetailFile
        IF estimateDetailStatus = "00"
                AND (etRevisionNumber IS NOT NUMERIC
                    OR etRevisionNumber = quoteRevisionHeld)
                ADD 1 TO documentLineCount
                MOVE ZERO TO kitFound
                IF etAssemblyCode NOT = SPACES
                    AND etKitNumber IS NUMERIC
                    PERFORM FindKitEntry
                END-IF
                IF kitFound > ZERO
                    PERFORM WriteKitComponentLine
                ELSE
                    PERFORM FindMaterialDescription
                    MOVE etPieceId TO ddlPieceId
                    MOVE lineDescription TO ddlDescription
                    MOVE etEstimatedArea TO ddlArea
                    MOVE etEstimatedCost TO ddlPrice
                    WRITE quoteDocumentRecord FROM documentDetailLine
                END-IF
            END-IF
    END-READ.
WriteKitComponentLine.
    IF kiPrinted (kitFound) = "N"
        PERFORM FindAssemblyDescription
        MOVE kiAssemblyCode (kitFound) TO dklAssemblyCode
        MOVE lineDescription TO dklDescription
        MOVE kiKitQuantity (kitFound) TO dklKitQuantity
        MOVE kiKitPrice (kitFound) TO dklPrice
        WRITE quoteDocumentRecord FROM documentKitLine
        MOVE "Y" TO kiPrinted (kitFound)
    END-IF
    PERFORM FindMaterialDescription
    MOVE etPieceId TO dclPieceId
    MOVE lineDescription TO dclDescription
    MOVE etEstimatedArea TO dclArea
    MOVE etEstimatedCost TO dclPrice
    WRITE quoteDocumentRecord FROM documentComponentLine.
TotalOneKitLine.
    READ estimateDetailFile
        AT END MOVE "Y" TO estimateDetailEOF
        NOT AT END
            IF etJobNumber = quoteJobNumber
                AND (etRevisionNumber IS NOT NUMERIC
                    OR etRevisionNumber = quoteRevisionHeld)
                AND etAssemblyCode NOT = SPACES
                AND etKitNumber IS NUMERIC
                PERFORM FindKitEntry
                IF kitFound = ZERO AND kitCount < 50
                    ADD 1 TO kitCount
                    MOVE kitCount TO kitFound
                    MOVE etKitNumber TO kiKitNumber (kitFound)
                    MOVE etAssemblyCode TO kiAssemblyCode (kitFound)
                    MOVE etKitQuantity TO kiKitQuantity (kitFound)
                    MOVE ZERO TO kiKitPrice (kitFound)
                    MOVE "N" TO kiPrinted (kitFound)
                END-IF
                IF kitFound > ZERO
                    ADD etEstimatedCost TO kiKitPrice (kitFound)
                END-IF
            END-IF
    END-READ.
