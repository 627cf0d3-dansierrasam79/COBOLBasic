*> Shop work-order traveler. When a quote was accepted the foreman
*> was handed a copy of SHAPEST.RPT - every price the floor should not
*> see, and none of what it needs. This prints a traveler for one job
*> number to TRAVELER.RPT from the job's JOBREG.DAT row, the
*> ESTDETL.DAT lines for the live (non-superseded) revision of the
*> accepted quote on QUOTEREG.DAT, and the MATCAT.DAT material
*> descriptions: every piece with its shape, dimensions and material,
*> with no money anywhere on the page. A job whose live quote is not
*> accepted is refused. Each operation gets a sign-off box with
*> operator, date and hours, and the job number is printed as the one
*> to clock labor against on JOBCLOCK.DAT so JOB-LABOR-POSTING books
*> the hours straight back to it. Where the job has triangle pieces,
*> their leg pairs are run through the TRIANGLE-HYPOTENUSE formula and
*> nested first-fit onto stock bars at the STOCK-CUT control row's
*> stock length and kerf (CTLLIMIT.DAT values 1 and 2, defaults 600.00
*> and 0.50), so the traveler carries the job's own cut-list plan; the
*> remnant rack is left to the cut-list batch.
IDENTIFICATION DIVISION.
PROGRAM-ID. WORK-ORDER-TRAVELER.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT jobRegisterFile ASSIGN TO "JOBREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS jobRegisterStatus.
    SELECT quoteRegisterFile ASSIGN TO "QUOTEREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS quoteRegisterStatus.
    SELECT estimateDetailFile ASSIGN TO "ESTDETL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estimateDetailStatus.
    SELECT materialCatalogFile ASSIGN TO "MATCAT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS materialCatalogStatus.
    SELECT ctlLimitFile ASSIGN TO "CTLLIMIT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ctlLimitFileStatus.
    SELECT travelerFile ASSIGN TO "TRAVELER.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  jobRegisterFile.
01 jobRegisterRecord.
    05 jrJobNumber PIC 9(6).
    05 jrJobDate PIC 9(08).
    05 jrPieceCount PIC 9(05).
    05 jrJobTotal PIC 9(09)V99.
FD  quoteRegisterFile.
COPY "QUOTEREG.cpy".
FD  estimateDetailFile.
COPY "ESTDETL.cpy".
FD  materialCatalogFile.
COPY "MATCAT.cpy".
FD  ctlLimitFile.
COPY "CTLLIMIT.cpy".
FD  travelerFile.
01 travelerRecord PIC X(80).
WORKING-STORAGE SECTION.
    01 jobRegisterStatus PIC X(2) VALUE "00".
    01 quoteRegisterStatus PIC X(2) VALUE "00".
    01 estimateDetailStatus PIC X(2) VALUE "00".
    01 materialCatalogStatus PIC X(2) VALUE "00".
    01 ctlLimitFileStatus PIC X(2) VALUE "00".
    01 jobRegisterEOF PIC X(1) VALUE "N".
    01 quoteRegisterEOF PIC X(1) VALUE "N".
    01 estimateDetailEOF PIC X(1) VALUE "N".
    01 materialCatalogEOF PIC X(1) VALUE "N".
    01 ctlLimitEOF PIC X(1) VALUE "N".
    01 keyedJobNumber PIC 9(06).
    01 jobFound PIC X(1) VALUE "N".
    01 jobDate PIC 9(08).
    01 jobPieceCount PIC 9(05).
    01 quoteFound PIC X(1) VALUE "N".
    01 quoteNumberHeld PIC 9(06).
    01 quoteRevisionHeld PIC 9(02).
    01 quoteStatusHeld PIC X(1).
    01 quoteCustomerId PIC X(6).
    01 rowRevision PIC 9(02).
    01 materialTable.
        05 materialEntry OCCURS 20 TIMES.
            10 mtMaterialCode PIC X(4).
            10 mtDescription PIC X(20).
    01 materialCount PIC 99 VALUE ZERO.
    01 materialIndex PIC 99.
    01 materialFound PIC 99.
    01 pieceLineCount PIC 9(05) VALUE ZERO.
    01 trianglePieceCount PIC 9(05) VALUE ZERO.
    01 triangleTable.
        05 triangleEntry OCCURS 200 TIMES.
            10 trPieceId PIC X(15).
            10 trSide1 PIC 9(04)V99.
            10 trSide2 PIC 9(04)V99.
    01 triangleIndex PIC 9(03).
    01 triangleOverflow PIC X(1) VALUE "N".
    01 side1 PIC 9(04)V99.
    01 side2 PIC 9(04)V99.
    01 hypotenuse PIC 9(08)V99.
    01 finalAnswer PIC 9(04)V99.
    01 hypotOverflow PIC X(1) VALUE "N".
    01 cutLengthTotal PIC 9(07)V99 VALUE ZERO.
    01 stockLength PIC 9(04)V99 VALUE 600.
    01 kerfAllowance PIC 9(02)V99 VALUE 0.50.
    01 ctlRunDate PIC 9(08).
    01 ctlBestEffectiveDate PIC 9(08) VALUE ZERO.
    01 ctlRowFound PIC X(1) VALUE "N".
    01 barTable.
        05 barEntry OCCURS 200 TIMES.
            10 barRemaining PIC 9(04)V99.
            10 barPieceCount PIC 9(03).
            10 barPieceList PIC X(44).
            10 barListPointer PIC 99.
    01 barCount PIC 9(03) VALUE ZERO.
    01 barIndex PIC 9(03).
    01 barChosen PIC 9(03).
    01 pieceNeededLength PIC 9(04)V99.
    01 oversizedPieceCount PIC 9(03) VALUE ZERO.
    01 operationIndex PIC 9(01).
    01 operationNameTable.
        05 FILLER PIC X(16) VALUE "10 CUT".
        05 FILLER PIC X(16) VALUE "20 FORM / BEND".
        05 FILLER PIC X(16) VALUE "30 WELD / ASSY".
        05 FILLER PIC X(16) VALUE "40 FINISH".
        05 FILLER PIC X(16) VALUE "50 INSPECT".
    01 operationNames REDEFINES operationNameTable.
        05 operationName PIC X(16) OCCURS 5 TIMES.
    01 travelerTitleLine PIC X(40)
        VALUE "SHOP WORK-ORDER TRAVELER".
    01 travelerRuleLine PIC X(80) VALUE ALL "-".
    01 jobHeaderLine.
        05 FILLER PIC X(12) VALUE "JOB NUMBER: ".
        05 jhlJobNumber PIC 9(06).
        05 FILLER PIC X(12) VALUE "  JOB DATE: ".
        05 jhlJobDate PIC 9(08).
        05 FILLER PIC X(10) VALUE "  PIECES: ".
        05 jhlPieceCount PIC ZZZZ9.
    01 quoteHeaderLine.
        05 FILLER PIC X(7) VALUE "QUOTE: ".
        05 qhlQuoteNumber PIC 9(06).
        05 FILLER PIC X(5) VALUE " REV ".
        05 qhlRevision PIC 99.
        05 FILLER PIC X(12) VALUE "  CUSTOMER: ".
        05 qhlCustomerId PIC X(6).
    01 clockNoteLine.
        05 FILLER PIC X(27) VALUE "CLOCK ALL LABOR TO JOB NO. ".
        05 cnlJobNumber PIC 9(06).
        05 FILLER PIC X(16) VALUE " ON JOBCLOCK.DAT".
    01 pieceSectionLine PIC X(40) VALUE "-- PIECES".
    01 pieceHeadingLine PIC X(80) VALUE
        "PIECE ID        SHAPE      DIM 1    DIM 2    MATERIAL".
    01 pieceDetailLine.
        05 pdlPieceId PIC X(15).
        05 FILLER PIC X(1) VALUE " ".
        05 pdlShapeName PIC X(10).
        05 pdlDim1 PIC Z(03)9.99.
        05 FILLER PIC X(2) VALUE " ".
        05 pdlDim2 PIC Z(03)9.99.
        05 FILLER PIC X(2) VALUE " ".
        05 pdlMaterialCode PIC X(4).
        05 FILLER PIC X(1) VALUE " ".
        05 pdlDescription PIC X(20).
    01 pieceTotalLine.
        05 FILLER PIC X(15) VALUE "PIECES LISTED=".
        05 ptlPieceCount PIC ZZZZ9.
    01 operationSectionLine PIC X(40) VALUE "-- OPERATION SIGN-OFF".
    01 operationLine.
        05 FILLER PIC X(4) VALUE "[ ] ".
        05 oplOperationName PIC X(16).
        05 FILLER PIC X(40) VALUE
            " OPERATOR ________ DATE ________ HOURS".
        05 FILLER PIC X(6) VALUE " _____".
    01 cutPlanSectionLine PIC X(40) VALUE "-- TRIANGLE CUT LIST".
    01 cutDetailLine.
        05 cdPieceId PIC X(15).
        05 FILLER PIC X(7) VALUE " LEGS=".
        05 cdSide1 PIC Z(03)9.99.
        05 FILLER PIC X(1) VALUE "/".
        05 cdSide2 PIC Z(03)9.99.
        05 FILLER PIC X(6) VALUE " HYP=".
        05 cdHypotenuse PIC Z(03)9.99.
    01 cutTotalLine.
        05 FILLER PIC X(16) VALUE "TRIANGLE PIECES=".
        05 ctlPieceCount PIC Z(04)9.
        05 FILLER PIC X(14) VALUE " TOTAL LENGTH=".
        05 ctlMaterialTotal PIC Z(06)9.99.
    01 cutStockLine.
        05 FILLER PIC X(13) VALUE "STOCK LENGTH=".
        05 cslStockLength PIC Z(03)9.99.
        05 FILLER PIC X(6) VALUE " KERF=".
        05 cslKerf PIC Z9.99.
    01 cuttingPlanBarLine.
        05 FILLER PIC X(5) VALUE "BAR ".
        05 cpbBarNumber PIC ZZ9.
        05 FILLER PIC X(9) VALUE " OFFCUT=".
        05 cpbOffcut PIC Z(03)9.99.
        05 FILLER PIC X(2) VALUE " [".
        05 cpbPieceList PIC X(44).
        05 FILLER PIC X(1) VALUE "]".
    01 cuttingPlanTotalLine.
        05 FILLER PIC X(14) VALUE "BARS TO DRAW=".
        05 cptBarCount PIC Z(03)9.
    01 oversizedNoteLine.
        05 FILLER PIC X(3) VALUE " ".
        05 onlCount PIC Z(03)9.
        05 FILLER PIC X(30) VALUE " PIECE(S) EXCEED STOCK LENGTH".
    01 noTriangleLine PIC X(40)
        VALUE "NO TRIANGLE PIECES - NO CUT LIST".
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27) VALUE "WORK-ORDER-TRAVELER".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "WORK-ORDER-TRAVELER", operatorId
    DISPLAY "Enter job number: "
    ACCEPT keyedJobNumber
    MOVE SPACES TO tlInputs
    STRING "JOB " DELIMITED BY SIZE
        keyedJobNumber DELIMITED BY SIZE
        INTO tlInputs
    END-STRING
    PERFORM FindJobOnRegister
    IF jobFound = "N"
        DISPLAY "Job " keyedJobNumber " is not on JOBREG.DAT - "
            "no traveler printed."
        MOVE "REJECTED" TO logRunStatus
        MOVE "NO JOB" TO tlResultOut
    ELSE
    PERFORM FindLiveQuote
    IF quoteFound = "N" OR quoteStatusHeld NOT = "A"
        DISPLAY "Job " keyedJobNumber " has no accepted quote - "
            "no traveler printed."
        MOVE "REJECTED" TO logRunStatus
        MOVE "NOT ACCEPTED" TO tlResultOut
    ELSE
        PERFORM LoadMaterialCatalog
        PERFORM LoadStockCutLimits
        PERFORM PrintTraveler
        DISPLAY "Traveler written to TRAVELER.RPT - "
            pieceLineCount " piece(s)."
        MOVE SPACES TO tlResultOut
        STRING "PIECES=" DELIMITED BY SIZE
            pieceLineCount DELIMITED BY SIZE
            INTO tlResultOut
        END-STRING
    END-IF
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
FindJobOnRegister.
    MOVE "N" TO jobFound
    MOVE "N" TO jobRegisterEOF
    OPEN INPUT jobRegisterFile
    IF jobRegisterStatus = "00"
        PERFORM MatchOneJobRow UNTIL jobRegisterEOF = "Y"
        CLOSE jobRegisterFile
    END-IF.
MatchOneJobRow.
    READ jobRegisterFile
        AT END MOVE "Y" TO jobRegisterEOF
        NOT AT END
            IF jrJobNumber = keyedJobNumber
                MOVE "Y" TO jobFound
                MOVE jrJobDate TO jobDate
                MOVE jrPieceCount TO jobPieceCount
            END-IF
    END-READ.
FindLiveQuote.
    MOVE "N" TO quoteFound
    MOVE "N" TO quoteRegisterEOF
    OPEN INPUT quoteRegisterFile
    IF quoteRegisterStatus = "00"
        PERFORM MatchOneQuoteRow UNTIL quoteRegisterEOF = "Y"
        CLOSE quoteRegisterFile
    END-IF.
MatchOneQuoteRow.
    READ quoteRegisterFile
        AT END MOVE "Y" TO quoteRegisterEOF
        NOT AT END
            IF qrJobNumber IS NUMERIC
                AND qrJobNumber = keyedJobNumber
                AND qrStatus NOT = "S"
                IF qrRevisionNumber IS NUMERIC
                    MOVE qrRevisionNumber TO rowRevision
                ELSE
                    MOVE 01 TO rowRevision
                END-IF
                IF quoteFound = "N"
                    OR rowRevision >= quoteRevisionHeld
                    MOVE "Y" TO quoteFound
                    MOVE qrQuoteNumber TO quoteNumberHeld
                    MOVE rowRevision TO quoteRevisionHeld
                    MOVE qrStatus TO quoteStatusHeld
                    MOVE qrCustomerId TO quoteCustomerId
                END-IF
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
    PERFORM ReadMaterialCatalogRecord.
LoadStockCutLimits.
    ACCEPT ctlRunDate FROM DATE YYYYMMDD
    MOVE "N" TO ctlLimitEOF
    OPEN INPUT ctlLimitFile
    IF ctlLimitFileStatus = "00"
        PERFORM FindStockCutRow UNTIL ctlLimitEOF = "Y"
        CLOSE ctlLimitFile
    END-IF.
FindStockCutRow.
    READ ctlLimitFile
        AT END MOVE "Y" TO ctlLimitEOF
        NOT AT END
            IF CTL-EFFECTIVE-DATE IS NOT NUMERIC
                MOVE ZERO TO CTL-EFFECTIVE-DATE
            END-IF
            IF CTL-CHECK-NAME = "STOCK-CUT"
                AND CTL-EFFECTIVE-DATE <= ctlRunDate
                AND (ctlRowFound = "N"
                    OR CTL-EFFECTIVE-DATE >= ctlBestEffectiveDate)
                MOVE CTL-LIMIT-VALUE-1 TO stockLength
                MOVE CTL-LIMIT-VALUE-2 TO kerfAllowance
                MOVE CTL-EFFECTIVE-DATE TO ctlBestEffectiveDate
                MOVE "Y" TO ctlRowFound
            END-IF
    END-READ.
PrintTraveler.
    OPEN OUTPUT travelerFile
    WRITE travelerRecord FROM travelerTitleLine
    WRITE travelerRecord FROM travelerRuleLine
    MOVE keyedJobNumber TO jhlJobNumber
    MOVE jobDate TO jhlJobDate
    MOVE jobPieceCount TO jhlPieceCount
    WRITE travelerRecord FROM jobHeaderLine
    MOVE quoteNumberHeld TO qhlQuoteNumber
    MOVE quoteRevisionHeld TO qhlRevision
    MOVE quoteCustomerId TO qhlCustomerId
    WRITE travelerRecord FROM quoteHeaderLine
    MOVE keyedJobNumber TO cnlJobNumber
    WRITE travelerRecord FROM clockNoteLine
    WRITE travelerRecord FROM travelerRuleLine
    WRITE travelerRecord FROM pieceSectionLine
    WRITE travelerRecord FROM pieceHeadingLine
    MOVE "N" TO estimateDetailEOF
    OPEN INPUT estimateDetailFile
    IF estimateDetailStatus = "00"
        PERFORM PrintOnePieceLine UNTIL estimateDetailEOF = "Y"
        CLOSE estimateDetailFile
    ELSE
        DISPLAY "No estimate detail extract on file - "
            "traveler printed without pieces."
    END-IF
    MOVE pieceLineCount TO ptlPieceCount
    WRITE travelerRecord FROM pieceTotalLine
    WRITE travelerRecord FROM travelerRuleLine
    WRITE travelerRecord FROM operationSectionLine
    PERFORM PrintOneOperation
        VARYING operationIndex FROM 1 BY 1 UNTIL operationIndex > 5
    WRITE travelerRecord FROM travelerRuleLine
    PERFORM PrintTriangleCutList
    CLOSE travelerFile.
PrintOnePieceLine.
    READ estimateDetailFile
        AT END MOVE "Y" TO estimateDetailEOF
        NOT AT END
            IF etJobNumber = keyedJobNumber
                AND (etRevisionNumber IS NOT NUMERIC
                    OR etRevisionNumber = quoteRevisionHeld)
                PERFORM WritePieceDetail
            END-IF
    END-READ.
WritePieceDetail.
    ADD 1 TO pieceLineCount
    MOVE etPieceId TO pdlPieceId
    EVALUATE etShapeType
        WHEN "C" MOVE "CIRCLE" TO pdlShapeName
        WHEN "R" MOVE "RECTANGLE" TO pdlShapeName
        WHEN "T" MOVE "TRIANGLE" TO pdlShapeName
        WHEN OTHER MOVE "NOT KEYED" TO pdlShapeName
    END-EVALUATE
    IF etDim1 IS NUMERIC
        MOVE etDim1 TO pdlDim1
    ELSE
        MOVE ZERO TO pdlDim1
    END-IF
    IF etDim2 IS NUMERIC AND etShapeType NOT = "C"
        MOVE etDim2 TO pdlDim2
    ELSE
        MOVE ZERO TO pdlDim2
    END-IF
    MOVE etMaterialCode TO pdlMaterialCode
    MOVE ZERO TO materialFound
    PERFORM MatchOneMaterial
        VARYING materialIndex FROM 1 BY 1
        UNTIL materialIndex > materialCount OR materialFound > ZERO
    IF materialFound > ZERO
        MOVE mtDescription (materialFound) TO pdlDescription
    ELSE
        MOVE "*NOT IN CATALOG*" TO pdlDescription
    END-IF
    WRITE travelerRecord FROM pieceDetailLine
    IF etShapeType = "T"
        AND etDim1 IS NUMERIC AND etDim2 IS NUMERIC
        PERFORM KeepTrianglePiece
    END-IF.
MatchOneMaterial.
    IF mtMaterialCode (materialIndex) = etMaterialCode
        MOVE materialIndex TO materialFound
    END-IF.
KeepTrianglePiece.
    IF trianglePieceCount = 200
        MOVE "Y" TO triangleOverflow
    ELSE
        ADD 1 TO trianglePieceCount
        MOVE etPieceId TO trPieceId (trianglePieceCount)
        MOVE etDim1 TO trSide1 (trianglePieceCount)
        MOVE etDim2 TO trSide2 (trianglePieceCount)
    END-IF.
PrintOneOperation.
    MOVE operationName (operationIndex) TO oplOperationName
    WRITE travelerRecord FROM operationLine.
PrintTriangleCutList.
    WRITE travelerRecord FROM cutPlanSectionLine
    IF trianglePieceCount = ZERO
        WRITE travelerRecord FROM noTriangleLine
    ELSE
        PERFORM CutOneTrianglePiece
            VARYING triangleIndex FROM 1 BY 1
            UNTIL triangleIndex > trianglePieceCount
        MOVE trianglePieceCount TO ctlPieceCount
        MOVE cutLengthTotal TO ctlMaterialTotal
        WRITE travelerRecord FROM cutTotalLine
        MOVE stockLength TO cslStockLength
        MOVE kerfAllowance TO cslKerf
        WRITE travelerRecord FROM cutStockLine
        PERFORM WriteOneBarLine
            VARYING barIndex FROM 1 BY 1 UNTIL barIndex > barCount
        MOVE barCount TO cptBarCount
        WRITE travelerRecord FROM cuttingPlanTotalLine
        IF oversizedPieceCount > ZERO
            MOVE oversizedPieceCount TO onlCount
            WRITE travelerRecord FROM oversizedNoteLine
        END-IF
        IF triangleOverflow = "Y"
            DISPLAY "WARNING: MORE THAN 200 TRIANGLE PIECES - "
                "CUT LIST IS INCOMPLETE"
        END-IF
    END-IF.
CutOneTrianglePiece.
    MOVE trSide1 (triangleIndex) TO side1
    MOVE trSide2 (triangleIndex) TO side2
    PERFORM ComputeHypotenuse
    IF hypotOverflow = "N"
        ADD finalAnswer TO cutLengthTotal
        MOVE trPieceId (triangleIndex) TO cdPieceId
        MOVE side1 TO cdSide1
        MOVE side2 TO cdSide2
        MOVE finalAnswer TO cdHypotenuse
        WRITE travelerRecord FROM cutDetailLine
        PERFORM NestPieceOnBar
    ELSE
        ADD 1 TO oversizedPieceCount
    END-IF.
ComputeHypotenuse.
    MOVE "N" TO hypotOverflow
    COMPUTE hypotenuse = side1 * side1 + side2 * side2
        ON SIZE ERROR
            MOVE "Y" TO hypotOverflow
    END-COMPUTE
    IF hypotOverflow = "N"
        COMPUTE finalAnswer = hypotenuse ** 0.5
            ON SIZE ERROR
                MOVE "Y" TO hypotOverflow
        END-COMPUTE
    END-IF.
NestPieceOnBar.
    COMPUTE pieceNeededLength = finalAnswer + kerfAllowance
        ON SIZE ERROR MOVE 9999.99 TO pieceNeededLength
    END-COMPUTE
    IF pieceNeededLength > stockLength
        ADD 1 TO oversizedPieceCount
    ELSE
        MOVE ZERO TO barChosen
        PERFORM FitOnExistingBar
            VARYING barIndex FROM 1 BY 1
            UNTIL barIndex > barCount OR barChosen > ZERO
        IF barChosen = ZERO AND barCount < 200
            ADD 1 TO barCount
            MOVE stockLength TO barRemaining (barCount)
            MOVE ZERO TO barPieceCount (barCount)
            MOVE SPACES TO barPieceList (barCount)
            MOVE 1 TO barListPointer (barCount)
            MOVE barCount TO barChosen
        END-IF
        IF barChosen > ZERO
            SUBTRACT pieceNeededLength
                FROM barRemaining (barChosen)
            ADD 1 TO barPieceCount (barChosen)
            STRING FUNCTION TRIM(trPieceId (triangleIndex))
                DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                INTO barPieceList (barChosen)
                WITH POINTER barListPointer (barChosen)
                ON OVERFLOW CONTINUE
            END-STRING
        END-IF
    END-IF.
FitOnExistingBar.
    IF barRemaining (barIndex) >= pieceNeededLength
        MOVE barIndex TO barChosen
    END-IF.
WriteOneBarLine.
    MOVE barIndex TO cpbBarNumber
    MOVE barRemaining (barIndex) TO cpbOffcut
    MOVE barPieceList (barIndex) TO cpbPieceList
    WRITE travelerRecord FROM cuttingPlanBarLine.
