*> processed, the run is refused if that batch was already consumed,
*> and the ID is registered after a clean run - so a double-staged
*> file can no longer be processed twice.
*> A strapping-table mode (T) now prints the capacity chart that goes
*> out with a fabricated tank: litres held at each dip depth, from
*> the radius and length in centimetres, the orientation (V standing,
*> H lying - partial-circle segment geometry), and a depth increment,
*> less an optional dead-volume allowance in litres, with the full
*> capacity at the foot of each chart (STRAPTBL.RPT). It runs for a
*> single keyed tank or for every piece on CIRCLESPEC.DAT; a piece
*> record may now carry its own length after the radius, and one
*> without uses the length keyed for the run. Printing charts does
*> not consume the staged batch, so the header is skipped rather than
*> registered.
IDENTIFICATION DIVISION.
PROGRAM-ID. COMPUTE-CIRCLE-AREA.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT circlesFile ASSIGN TO "CIRCLESPEC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS circlesFileStatus.
    SELECT circleEstimateFile ASSIGN TO "CIRCLEST.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT strappingTableFile ASSIGN TO "STRAPTBL.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  circlesFile.
01 circlesRecord.
    05 csPieceId PIC X(15).
    05 csRadius PIC 9(03)V99.
    05 csLength PIC 9(05)V99.
01 circlesHeaderRecord.
    05 cihRecordType PIC X(1).
    05 cihBatchId PIC X(08).
    05 cihCreationDate PIC 9(08).
FD  circleEstimateFile.
01 circleEstimateRecord PIC X(60).
FD  strappingTableFile.
01 strappingTableRecord PIC X(80).
WORKING-STORAGE SECTION.
    01 piValue PIC 9V9(06) VALUE 3.141593.
    01 radiusValue PIC 9(03)V99.
    01 tlResultOut PIC X(20).
    01 tlAmountWork PIC S9(09)V9(04).
    01 tlAmount1Text PIC X(20).
    01 circlesFileStatus PIC X(2) VALUE "00".
    01 strapSource PIC X(1).
    01 tankPieceId PIC X(15).
    01 tankOrientation PIC X(1) VALUE SPACE.
    01 tankLength PIC 9(05)V99.
    01 defaultTankLength PIC 9(05)V99 VALUE ZERO.
    01 depthIncrement PIC 9(03)V99 VALUE ZERO.
    01 deadVolumeLitres PIC 9(07)V99 VALUE ZERO.
    01 maxDipDepth PIC 9(05)V99.
    01 dipDepth PIC 9(05)V99.
    01 lastDipDepth PIC 9(05)V99.
    01 strapRowCount PIC 9(07).
    01 segmentOffset PIC S9(05)V9(06).
    01 segmentArea PIC 9(09)V9(04).
    01 grossLitres PIC 9(09)V99.
    01 netLitres PIC 9(09)V99.
    01 strapChartCount PIC 9(03) VALUE ZERO.
    01 strapSkipCount PIC 9(03) VALUE ZERO.
    01 strapTitleLine PIC X(40) VALUE "TANK STRAPPING TABLE".
    01 strapTankLine.
        05 FILLER PIC X(6) VALUE "PIECE ".
        05 stlPieceId PIC X(15).
        05 FILLER PIC X(8) VALUE " RADIUS=".
        05 stlRadius PIC ZZ9.99.
        05 FILLER PIC X(8) VALUE " LENGTH=".
        05 stlLength PIC Z(04)9.99.
        05 FILLER PIC X(4) VALUE " CM ".
        05 stlOrientation PIC X(10).
    01 strapDeadVolumeLine.
        05 FILLER PIC X(23) VALUE "DEAD VOLUME ALLOWANCE= ".
        05 sdlDeadVolume PIC Z(06)9.99.
        05 FILLER PIC X(7) VALUE " LITRES".
    01 strapHeadingLine.
        05 FILLER PIC X(12) VALUE "  DEPTH CM".
        05 FILLER PIC X(16) VALUE "   GROSS LITRES".
        05 FILLER PIC X(16) VALUE "     NET LITRES".
    01 strapDetailLine.
        05 FILLER PIC X(2) VALUE " ".
        05 sdtDepth PIC Z(04)9.99.
        05 FILLER PIC X(3) VALUE " ".
        05 sdtGrossLitres PIC Z(08)9.99.
        05 FILLER PIC X(3) VALUE " ".
        05 sdtNetLitres PIC Z(08)9.99.
    01 strapCapacityLine.
        05 FILLER PIC X(15) VALUE "FULL CAPACITY= ".
        05 sclGrossLitres PIC Z(08)9.99.
        05 FILLER PIC X(11) VALUE " GROSS,   ".
        05 sclNetLitres PIC Z(08)9.99.
        05 FILLER PIC X(11) VALUE " NET LITRES".
    01 strapSeparatorLine PIC X(60) VALUE ALL "-".
    01 batchProgramName PIC X(27) VALUE "COMPUTE-CIRCLE-AREA".
    01 batchHeaderId PIC X(08).
    01 batchRegResult PIC X(01).
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "COMPUTE-CIRCLE-AREA", operatorId
    DISPLAY "Run in interactive, batch or strapping-table mode (I/B/T):"
    ACCEPT runMode
    IF runMode = "B" OR runMode = "b"
        PERFORM BATCH-CIRCLE-ESTIMATE
    ELSE
    IF runMode = "T" OR runMode = "t"
        PERFORM STRAPPING-TABLE-MODE
    ELSE
        PERFORM ACCEPT-RADIUS-INPUT UNTIL radiusValue > ZERO
        DISPLAY "Radius: " radiusValue
            END-IF
        END-IF
    END-IF
    END-IF
    GOBACK.
ACCEPT-RADIUS-INPUT.
    DISPLAY "Enter Radius: "
        CALL "BATCH-REGISTER" USING batchProgramName,
            batchHeaderId, "R", batchRegResult
    END-IF.
STRAPPING-TABLE-MODE.
    DISPLAY "Chart one keyed (T)ank or every piece on "
        "CIRCLESPEC.DAT (F): "
    ACCEPT strapSource
    PERFORM ACCEPT-TANK-ORIENTATION
        UNTIL tankOrientation = "H" OR tankOrientation = "V"
    PERFORM ACCEPT-DEPTH-INCREMENT UNTIL depthIncrement > ZERO
    DISPLAY "Dead-volume allowance in litres (0 for none): "
    ACCEPT deadVolumeLitres
    OPEN OUTPUT strappingTableFile
    IF strapSource = "F" OR strapSource = "f"
        PERFORM BATCH-STRAPPING-TABLES
    ELSE
        DISPLAY "Enter tank piece ID: "
        ACCEPT tankPieceId
        MOVE ZERO TO radiusValue
        PERFORM ACCEPT-RADIUS-INPUT UNTIL radiusValue > ZERO
        MOVE ZERO TO tankLength
        PERFORM ACCEPT-TANK-LENGTH UNTIL tankLength > ZERO
        PERFORM WRITE-STRAPPING-TABLE
    END-IF
    CLOSE strappingTableFile
    DISPLAY strapChartCount " strapping table(s) written to "
        "STRAPTBL.RPT"
    IF strapSkipCount > ZERO
        DISPLAY strapSkipCount " piece(s) skipped - see messages above"
        MOVE "ERROR" TO logRunStatus
    END-IF
    MOVE "STRAPPING TABLE" TO tlInputs
    MOVE SPACES TO tlResultOut
    STRING "CHARTS=" DELIMITED BY SIZE
        strapChartCount DELIMITED BY SIZE
        INTO tlResultOut
    END-STRING
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus.
ACCEPT-TANK-ORIENTATION.
    DISPLAY "Tank orientation - (V)ertical standing or "
        "(H)orizontal lying: "
    ACCEPT tankOrientation
    INSPECT tankOrientation CONVERTING "hv" TO "HV"
    IF tankOrientation NOT = "H" AND tankOrientation NOT = "V"
        DISPLAY "Orientation must be V or H - please re-key."
    END-IF.
ACCEPT-DEPTH-INCREMENT.
    DISPLAY "Enter dip depth increment in cm: "
    ACCEPT depthIncrement
    IF depthIncrement = ZERO
        DISPLAY "Increment must be greater than zero - please re-key."
    END-IF.
ACCEPT-TANK-LENGTH.
    DISPLAY "Enter tank length in cm (height if standing): "
    ACCEPT tankLength
    IF tankLength = ZERO
        DISPLAY "Length must be greater than zero - please re-key."
    END-IF.
BATCH-STRAPPING-TABLES.
    DISPLAY "Tank length in cm for pieces that carry none "
        "(0 for none): "
    ACCEPT defaultTankLength
    MOVE "N" TO circlesEOF
    OPEN INPUT circlesFile
    IF circlesFileStatus NOT = "00"
        DISPLAY "CIRCLESPEC.DAT is not staged."
        MOVE "ERROR" TO logRunStatus
    ELSE
        PERFORM READ-CIRCLES-RECORD
        IF circlesEOF NOT = "Y" AND circlesRecord (1:1) = "H"
            AND circlesRecord (10:8) IS NUMERIC
            PERFORM READ-CIRCLES-RECORD
        END-IF
        PERFORM STRAP-ONE-CIRCLE-RECORD UNTIL circlesEOF = "Y"
        CLOSE circlesFile
    END-IF.
STRAP-ONE-CIRCLE-RECORD.
    MOVE csPieceId TO tankPieceId
    MOVE ZERO TO radiusValue
    IF csRadius IS NUMERIC
        MOVE csRadius TO radiusValue
    END-IF
    MOVE defaultTankLength TO tankLength
    IF csLength IS NUMERIC AND csLength > ZERO
        MOVE csLength TO tankLength
    END-IF
    IF radiusValue = ZERO OR tankLength = ZERO
        DISPLAY "PIECE " csPieceId " SKIPPED - NO RADIUS OR LENGTH"
        ADD 1 TO strapSkipCount
    ELSE
        PERFORM WRITE-STRAPPING-TABLE
    END-IF
    PERFORM READ-CIRCLES-RECORD.
WRITE-STRAPPING-TABLE.
    IF tankOrientation = "V"
        MOVE tankLength TO maxDipDepth
        MOVE "VERTICAL" TO stlOrientation
    ELSE
        COMPUTE maxDipDepth = 2 * radiusValue
        MOVE "HORIZONTAL" TO stlOrientation
    END-IF
    COMPUTE strapRowCount = maxDipDepth / depthIncrement
    IF strapRowCount > 2000
        DISPLAY "PIECE " tankPieceId " SKIPPED - INCREMENT GIVES OVER "
            "2000 CHART LINES"
        ADD 1 TO strapSkipCount
    ELSE
        WRITE strappingTableRecord FROM strapTitleLine
        MOVE tankPieceId TO stlPieceId
        MOVE radiusValue TO stlRadius
        MOVE tankLength TO stlLength
        WRITE strappingTableRecord FROM strapTankLine
        IF deadVolumeLitres > ZERO
            MOVE deadVolumeLitres TO sdlDeadVolume
            WRITE strappingTableRecord FROM strapDeadVolumeLine
        END-IF
        WRITE strappingTableRecord FROM strapHeadingLine
        MOVE ZERO TO lastDipDepth
        PERFORM WRITE-ONE-STRAPPING-LINE
            VARYING dipDepth FROM depthIncrement BY depthIncrement
            UNTIL dipDepth > maxDipDepth
        IF lastDipDepth < maxDipDepth
            MOVE maxDipDepth TO dipDepth
            PERFORM WRITE-ONE-STRAPPING-LINE
        END-IF
        MOVE grossLitres TO sclGrossLitres
        MOVE netLitres TO sclNetLitres
        WRITE strappingTableRecord FROM strapCapacityLine
        WRITE strappingTableRecord FROM strapSeparatorLine
        ADD 1 TO strapChartCount
    END-IF.
WRITE-ONE-STRAPPING-LINE.
    PERFORM COMPUTE-DIP-VOLUME
    MOVE dipDepth TO sdtDepth
    MOVE grossLitres TO sdtGrossLitres
    MOVE netLitres TO sdtNetLitres
    WRITE strappingTableRecord FROM strapDetailLine
    MOVE dipDepth TO lastDipDepth.
COMPUTE-DIP-VOLUME.
    IF tankOrientation = "V"
        COMPUTE grossLitres ROUNDED =
            piValue * radiusValue * radiusValue * dipDepth / 1000
    ELSE
        IF dipDepth >= maxDipDepth
            COMPUTE segmentArea ROUNDED =
                piValue * radiusValue * radiusValue
        ELSE
            COMPUTE segmentOffset ROUNDED = radiusValue - dipDepth
            COMPUTE segmentArea ROUNDED =
                (radiusValue * radiusValue
                    * FUNCTION ACOS(segmentOffset / radiusValue))
                - (segmentOffset * FUNCTION SQRT
                    ((2 * radiusValue * dipDepth)
                        - (dipDepth * dipDepth)))
        END-IF
        COMPUTE grossLitres ROUNDED =
            segmentArea * tankLength / 1000
    END-IF
    IF grossLitres > deadVolumeLitres
        COMPUTE netLitres = grossLitres - deadVolumeLitres
    ELSE
        MOVE ZERO TO netLitres
    END-IF.
