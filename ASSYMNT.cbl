*> Maintenance utility for the standard-assembly (kit) master,
*> modeled on MATERIAL-CATALOG-MAINT. The shop quotes the same
*> brackets, gusset packs and base-plate sets over and over, and
*> keying every piece of them as its own shape-job "D" line was slow
*> and let one assembly be priced three different ways. ASSYMAST.DAT
*> holds each assembly code and description with its component
*> pieces (shape type, material code, two dimensions and the
*> quantity of that piece per assembly); SHAPE-COST-ESTIMATOR expands
*> a "K" record naming the assembly through it. This (L)ists the
*> master, (A)dds an assembly, adds a (C)omponent to one, (D)eletes a
*> component and (R)emoves a whole assembly, checking each component's
*> shape type, material code against MATCAT.DAT, dimensions and
*> quantity before it is accepted, and rewrites the master at the end
*> of the session when anything changed.
IDENTIFICATION DIVISION.
PROGRAM-ID. ASSEMBLY-MASTER-MAINT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT assemblyMasterFile ASSIGN TO "ASSYMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS assemblyMasterStatus.
    SELECT materialCatalogFile ASSIGN TO "MATCAT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS materialCatalogStatus.
DATA DIVISION.
FILE SECTION.
FD  assemblyMasterFile.
COPY "ASSYMAST.cpy".
FD  materialCatalogFile.
COPY "MATCAT.cpy".
WORKING-STORAGE SECTION.
    01 assemblyMasterStatus PIC X(2) VALUE "00".
    01 materialCatalogStatus PIC X(2) VALUE "00".
    01 assemblyMasterEOF PIC X(1) VALUE "N".
    01 materialCatalogEOF PIC X(1) VALUE "N".
    01 assemblyTable.
        05 assemblyEntry OCCURS 50 TIMES.
            10 asAssemblyCode PIC X(6).
            10 asDescription PIC X(20).
    01 assemblyCount PIC 99 VALUE ZERO.
    01 assemblyIndex PIC 99.
    01 assemblyFound PIC 99.
    01 componentTable.
        05 componentEntry OCCURS 300 TIMES.
            10 cpAssemblyCode PIC X(6).
            10 cpShapeType PIC X(1).
            10 cpMaterialCode PIC X(4).
            10 cpDim1 PIC 9(04)V99.
            10 cpDim2 PIC 9(04)V99.
            10 cpQuantityPer PIC 9(03).
    01 componentCount PIC 9(03) VALUE ZERO.
    01 componentIndex PIC 9(03).
    01 componentFound PIC 9(03).
    01 componentSequence PIC 9(03).
    01 componentTarget PIC 9(03).
    01 componentKeep PIC 9(03).
    01 materialCodeTable.
        05 materialCodeEntry OCCURS 20 TIMES.
            10 mtMaterialCode PIC X(4).
    01 materialCount PIC 99 VALUE ZERO.
    01 materialIndex PIC 99.
    01 materialFound PIC 99.
    01 maintenanceChoice PIC X(1).
    01 keepGoing PIC X(1) VALUE "Y".
    01 changeCount PIC 9(03) VALUE ZERO.
    01 chosenAssemblyCode PIC X(6).
    01 keyedDescription PIC X(20).
    01 keyedShapeType PIC X(1).
    01 keyedMaterialCode PIC X(4).
    01 keyedDimText PIC X(06).
    01 keyedDim1 PIC 9(04)V99.
    01 keyedDim2 PIC 9(04)V99.
    01 keyedQuantityText PIC X(03).
    01 keyedQuantity PIC 9(03).
    01 keyedSequenceText PIC X(03).
    01 componentValid PIC X(1).
    01 assemblyListLine.
        05 allAssemblyCode PIC X(6).
        05 FILLER PIC X(1) VALUE " ".
        05 allDescription PIC X(20).
    01 componentListLine.
        05 FILLER PIC X(4) VALUE SPACES.
        05 cllSequence PIC ZZ9.
        05 FILLER PIC X(7) VALUE " SHAPE=".
        05 cllShapeType PIC X(1).
        05 FILLER PIC X(5) VALUE " MAT=".
        05 cllMaterialCode PIC X(4).
        05 FILLER PIC X(6) VALUE " DIMS=".
        05 cllDim1 PIC ZZZ9.99.
        05 FILLER PIC X(3) VALUE " X ".
        05 cllDim2 PIC ZZZ9.99.
        05 FILLER PIC X(5) VALUE " QTY=".
        05 cllQuantityPer PIC ZZ9.
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27)
        VALUE "ASSEMBLY-MASTER-MAINT".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "ASSEMBLY-MASTER-MAINT",
        operatorId
    PERFORM LoadMaterialCodes
    PERFORM LoadAssemblyMaster
    PERFORM MaintenanceLoop UNTIL keepGoing NOT = "Y"
    IF changeCount > ZERO
        PERFORM RewriteAssemblyMaster
    END-IF
    MOVE "ASSEMBLY MAINT" TO tlInputs
    MOVE SPACES TO tlResultOut
    STRING "CHANGES=" DELIMITED BY SIZE
        changeCount DELIMITED BY SIZE
        INTO tlResultOut
    END-STRING
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
LoadMaterialCodes.
    MOVE ZERO TO materialCount
    MOVE "N" TO materialCatalogEOF
    OPEN INPUT materialCatalogFile
    IF materialCatalogStatus = "00"
        PERFORM ReadMaterialCatalogRecord
        PERFORM AddMaterialCodeEntry
            UNTIL materialCatalogEOF = "Y" OR materialCount = 20
        CLOSE materialCatalogFile
    END-IF.
ReadMaterialCatalogRecord.
    READ materialCatalogFile
        AT END MOVE "Y" TO materialCatalogEOF
    END-READ.
AddMaterialCodeEntry.
    ADD 1 TO materialCount
    MOVE mcMaterialCode TO mtMaterialCode (materialCount)
    PERFORM ReadMaterialCatalogRecord.
LoadAssemblyMaster.
    MOVE ZERO TO assemblyCount
    MOVE ZERO TO componentCount
    MOVE "N" TO assemblyMasterEOF
    OPEN INPUT assemblyMasterFile
    IF assemblyMasterStatus = "00"
        PERFORM ReadAssemblyMasterRecord
        PERFORM AddAssemblyMasterEntry
            UNTIL assemblyMasterEOF = "Y"
        CLOSE assemblyMasterFile
    END-IF
    DISPLAY assemblyCount " assembly(ies), " componentCount
        " component(s) on the master.".
ReadAssemblyMasterRecord.
    READ assemblyMasterFile
        AT END MOVE "Y" TO assemblyMasterEOF
    END-READ.
AddAssemblyMasterEntry.
    IF amRecordType = "A"
        IF assemblyCount < 50
            ADD 1 TO assemblyCount
            MOVE amAssemblyCode TO asAssemblyCode (assemblyCount)
            MOVE amDescription TO asDescription (assemblyCount)
        END-IF
    ELSE
    IF acRecordType = "C"
        IF componentCount < 300
            ADD 1 TO componentCount
            MOVE acAssemblyCode TO cpAssemblyCode (componentCount)
            MOVE acShapeType TO cpShapeType (componentCount)
            MOVE acMaterialCode TO cpMaterialCode (componentCount)
            MOVE acDim1 TO cpDim1 (componentCount)
            MOVE acDim2 TO cpDim2 (componentCount)
            MOVE acQuantityPer TO cpQuantityPer (componentCount)
        END-IF
    END-IF
    END-IF
    PERFORM ReadAssemblyMasterRecord.
RewriteAssemblyMaster.
    OPEN OUTPUT assemblyMasterFile
    PERFORM WriteOneAssembly
        VARYING assemblyIndex FROM 1 BY 1
        UNTIL assemblyIndex > assemblyCount
    CLOSE assemblyMasterFile
    DISPLAY "ASSYMAST.DAT rewritten - " changeCount " change(s).".
WriteOneAssembly.
    MOVE SPACES TO assemblyMasterRecord
    MOVE "A" TO amRecordType
    MOVE asAssemblyCode (assemblyIndex) TO amAssemblyCode
    MOVE asDescription (assemblyIndex) TO amDescription
    WRITE assemblyMasterRecord
    PERFORM WriteOneComponent
        VARYING componentIndex FROM 1 BY 1
        UNTIL componentIndex > componentCount.
WriteOneComponent.
    IF cpAssemblyCode (componentIndex)
        = asAssemblyCode (assemblyIndex)
        MOVE SPACES TO assemblyComponentRecord
        MOVE "C" TO acRecordType
        MOVE cpAssemblyCode (componentIndex) TO acAssemblyCode
        MOVE cpShapeType (componentIndex) TO acShapeType
        MOVE cpMaterialCode (componentIndex) TO acMaterialCode
        MOVE cpDim1 (componentIndex) TO acDim1
        MOVE cpDim2 (componentIndex) TO acDim2
        MOVE cpQuantityPer (componentIndex) TO acQuantityPer
        WRITE assemblyComponentRecord
    END-IF.
MaintenanceLoop.
    DISPLAY "(L)ist, (A)dd assembly, add (C)omponent, "
        "(D)elete component, (R)emove assembly or (Q)uit: "
    ACCEPT maintenanceChoice
    EVALUATE maintenanceChoice
        WHEN "L" WHEN "l" PERFORM ListAssemblies
        WHEN "A" WHEN "a" PERFORM AddAssembly
        WHEN "C" WHEN "c" PERFORM AddComponent
        WHEN "D" WHEN "d" PERFORM DeleteComponent
        WHEN "R" WHEN "r" PERFORM RemoveAssembly
        WHEN "Q" WHEN "q" MOVE "N" TO keepGoing
        WHEN OTHER DISPLAY "Invalid selection."
    END-EVALUATE.
ListAssemblies.
    PERFORM ListOneAssembly
        VARYING assemblyIndex FROM 1 BY 1
        UNTIL assemblyIndex > assemblyCount.
ListOneAssembly.
    MOVE asAssemblyCode (assemblyIndex) TO allAssemblyCode
    MOVE asDescription (assemblyIndex) TO allDescription
    DISPLAY assemblyListLine
    MOVE asAssemblyCode (assemblyIndex) TO chosenAssemblyCode
    MOVE ZERO TO componentSequence
    PERFORM ListOneComponent
        VARYING componentIndex FROM 1 BY 1
        UNTIL componentIndex > componentCount.
ListOneComponent.
    IF cpAssemblyCode (componentIndex) = chosenAssemblyCode
        ADD 1 TO componentSequence
        MOVE componentSequence TO cllSequence
        MOVE cpShapeType (componentIndex) TO cllShapeType
        MOVE cpMaterialCode (componentIndex) TO cllMaterialCode
        MOVE cpDim1 (componentIndex) TO cllDim1
        MOVE cpDim2 (componentIndex) TO cllDim2
        MOVE cpQuantityPer (componentIndex) TO cllQuantityPer
        DISPLAY componentListLine
    END-IF.
FindAssemblyEntry.
    MOVE ZERO TO assemblyFound
    PERFORM MatchOneAssembly
        VARYING assemblyIndex FROM 1 BY 1
        UNTIL assemblyIndex > assemblyCount
            OR assemblyFound > ZERO.
MatchOneAssembly.
    IF asAssemblyCode (assemblyIndex) = chosenAssemblyCode
        MOVE assemblyIndex TO assemblyFound
    END-IF.
FindMaterialCode.
    MOVE ZERO TO materialFound
    PERFORM MatchOneMaterialCode
        VARYING materialIndex FROM 1 BY 1
        UNTIL materialIndex > materialCount
            OR materialFound > ZERO.
MatchOneMaterialCode.
    IF mtMaterialCode (materialIndex) = keyedMaterialCode
        MOVE materialIndex TO materialFound
    END-IF.
AddAssembly.
    DISPLAY "Enter assembly code: "
    ACCEPT chosenAssemblyCode
    PERFORM FindAssemblyEntry
    IF chosenAssemblyCode = SPACES
        DISPLAY "Assembly code is required."
    ELSE
    IF assemblyFound > ZERO
        DISPLAY "Assembly already on the master - "
            "add components to it."
    ELSE
    IF assemblyCount = 50
        DISPLAY "Assembly table is full."
    ELSE
        DISPLAY "Enter description: "
        ACCEPT keyedDescription
        ADD 1 TO assemblyCount
        MOVE chosenAssemblyCode TO asAssemblyCode (assemblyCount)
        MOVE keyedDescription TO asDescription (assemblyCount)
        ADD 1 TO changeCount
        DISPLAY "Assembly added - now add its components."
    END-IF
    END-IF
    END-IF.
AddComponent.
    DISPLAY "Enter assembly code: "
    ACCEPT chosenAssemblyCode
    PERFORM FindAssemblyEntry
    IF assemblyFound = ZERO
        DISPLAY "Assembly not on the master - use add."
    ELSE
    IF componentCount = 300
        DISPLAY "Component table is full."
    ELSE
        PERFORM AcceptComponent
        IF componentValid = "Y"
            ADD 1 TO componentCount
            MOVE chosenAssemblyCode TO cpAssemblyCode (componentCount)
            MOVE keyedShapeType TO cpShapeType (componentCount)
            MOVE keyedMaterialCode TO cpMaterialCode (componentCount)
            MOVE keyedDim1 TO cpDim1 (componentCount)
            MOVE keyedDim2 TO cpDim2 (componentCount)
            MOVE keyedQuantity TO cpQuantityPer (componentCount)
            ADD 1 TO changeCount
            DISPLAY "Component added."
        END-IF
    END-IF
    END-IF.
AcceptComponent.
    MOVE "Y" TO componentValid
    DISPLAY "Enter shape type (C=circle, R=rectangle, "
        "T=triangle): "
    ACCEPT keyedShapeType
    INSPECT keyedShapeType CONVERTING "crt" TO "CRT"
    IF keyedShapeType NOT = "C" AND keyedShapeType NOT = "R"
        AND keyedShapeType NOT = "T"
        DISPLAY "Shape type must be C, R or T - not added."
        MOVE "N" TO componentValid
    END-IF
    IF componentValid = "Y"
        DISPLAY "Enter material code: "
        ACCEPT keyedMaterialCode
        PERFORM FindMaterialCode
        IF materialFound = ZERO
            DISPLAY "Material not in the catalog - not added."
            MOVE "N" TO componentValid
        END-IF
    END-IF
    IF componentValid = "Y"
        DISPLAY "Enter dimension 1 (6 digits, 0012.50 as 001250): "
        ACCEPT keyedDimText
        IF keyedDimText IS NUMERIC AND keyedDimText > ZERO
            MOVE keyedDimText TO keyedDim1 (1:6)
        ELSE
            DISPLAY "Dimension 1 must be numeric and above zero "
                "- not added."
            MOVE "N" TO componentValid
        END-IF
    END-IF
    MOVE ZERO TO keyedDim2
    IF componentValid = "Y" AND keyedShapeType NOT = "C"
        DISPLAY "Enter dimension 2 (6 digits, 0012.50 as 001250): "
        ACCEPT keyedDimText
        IF keyedDimText IS NUMERIC AND keyedDimText > ZERO
            MOVE keyedDimText TO keyedDim2 (1:6)
        ELSE
            DISPLAY "Dimension 2 must be numeric and above zero "
                "- not added."
            MOVE "N" TO componentValid
        END-IF
    END-IF
    IF componentValid = "Y"
        DISPLAY "Enter quantity per assembly (3 digits): "
        ACCEPT keyedQuantityText
        IF keyedQuantityText IS NUMERIC
            AND keyedQuantityText > ZERO
            MOVE keyedQuantityText TO keyedQuantity
        ELSE
            DISPLAY "Quantity must be numeric and above zero "
                "- not added."
            MOVE "N" TO componentValid
        END-IF
    END-IF.
DeleteComponent.
    DISPLAY "Enter assembly code: "
    ACCEPT chosenAssemblyCode
    PERFORM FindAssemblyEntry
    IF assemblyFound = ZERO
        DISPLAY "Assembly not on the master."
    ELSE
        MOVE assemblyFound TO assemblyIndex
        PERFORM ListOneAssembly
        DISPLAY "Enter component number to delete (3 digits): "
        ACCEPT keyedSequenceText
        MOVE ZERO TO componentFound
        IF keyedSequenceText IS NUMERIC
            MOVE keyedSequenceText TO componentTarget
            MOVE ZERO TO componentSequence
            PERFORM LocateComponentSequence
                VARYING componentIndex FROM 1 BY 1
                UNTIL componentIndex > componentCount
                    OR componentFound > ZERO
        END-IF
        IF componentFound = ZERO
            DISPLAY "No such component on that assembly."
        ELSE
            PERFORM CloseComponentGap
                VARYING componentIndex FROM componentFound BY 1
                UNTIL componentIndex >= componentCount
            SUBTRACT 1 FROM componentCount
            ADD 1 TO changeCount
            DISPLAY "Component deleted."
        END-IF
    END-IF.
LocateComponentSequence.
    IF cpAssemblyCode (componentIndex) = chosenAssemblyCode
        ADD 1 TO componentSequence
        IF componentSequence = componentTarget
            MOVE componentIndex TO componentFound
        END-IF
    END-IF.
CloseComponentGap.
    MOVE componentEntry (componentIndex + 1)
        TO componentEntry (componentIndex).
RemoveAssembly.
    DISPLAY "Enter assembly code: "
    ACCEPT chosenAssemblyCode
    PERFORM FindAssemblyEntry
    IF assemblyFound = ZERO
        DISPLAY "Assembly not on the master."
    ELSE
        PERFORM CloseAssemblyGap
            VARYING assemblyIndex FROM assemblyFound BY 1
            UNTIL assemblyIndex >= assemblyCount
        SUBTRACT 1 FROM assemblyCount
        MOVE ZERO TO componentKeep
        PERFORM KeepOtherComponent
            VARYING componentIndex FROM 1 BY 1
            UNTIL componentIndex > componentCount
        MOVE componentKeep TO componentCount
        ADD 1 TO changeCount
        DISPLAY "Assembly and its components removed."
    END-IF.
CloseAssemblyGap.
    MOVE assemblyEntry (assemblyIndex + 1)
        TO assemblyEntry (assemblyIndex).
KeepOtherComponent.
    IF cpAssemblyCode (componentIndex) NOT = chosenAssemblyCode
        ADD 1 TO componentKeep
        IF componentKeep NOT = componentIndex
            MOVE componentEntry (componentIndex)
                TO componentEntry (componentKeep)
        END-IF
    END-IF.
