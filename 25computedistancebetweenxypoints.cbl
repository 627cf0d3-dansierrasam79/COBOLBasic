*> (shared layout PARCELS.cpy) - so "what did we measure parcel 47
*> at" is a PARCEL-REGISTER inquiry instead of a dig through
*> archived reports.
*> A (D)escription mode now writes the legal description the county
*> filing needs instead of the surveyor copying it out by hand from
*> TRAVERSE.RPT: from the adjusted traverse on TRAVADJ.DAT, or from a
*> registered parcel's corners, it computes each course's quadrant
*> bearing in degrees-minutes-seconds and its distance, and prints a
*> metes-and-bounds description - the point of beginning, the courses
*> in order back to the point of beginning, and the closing area in
*> square feet and acres - on DEEDDESC.RPT, ready to attach to the
*> deed. So a registered parcel can be described later, registering
*> a parcel now also saves its adjusted corners to PARCPTS.DAT
*> (shared layout PARCPTS.cpy); a parcel registered before that has
*> no corners on file and must be re-run through the traverse.
*> Describing the last traverse when none has been run now says that
*> TRAVADJ.DAT is not on file instead of failing on the open.
IDENTIFICATION DIVISION.
PROGRAM-ID. COMPUTE-CARTESIAN-DISTANCE.
ENVIRONMENT DIVISION.
    SELECT traverseReportFile ASSIGN TO "TRAVERSE.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT adjustedTraverseFile ASSIGN TO "TRAVADJ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS adjustedTraverseStatus.
    SELECT parcelRegisterFile ASSIGN TO "PARCELS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS parcelRegisterStatus.
    SELECT ctlLimitFile ASSIGN TO "CTLLIMIT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ctlLimitFileStatus.
    SELECT parcelPointsFile ASSIGN TO "PARCPTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS parcelPointsStatus.
    SELECT descriptionFile ASSIGN TO "DEEDDESC.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  pointsFile.
COPY "PARCELS.cpy".
FD  ctlLimitFile.
COPY "CTLLIMIT.cpy".
FD  parcelPointsFile.
COPY "PARCPTS.cpy".
FD  descriptionFile.
01 descriptionRecord PIC X(80).
WORKING-STORAGE SECTION.
    01 x1 PIC S9(04)V99.
    01 y1 PIC S9(04)V99.
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
    01 traverseFileStatus PIC X(2) VALUE "00".
    01 adjustedTraverseStatus PIC X(2) VALUE "00".
    01 ctlLimitFileStatus PIC X(2) VALUE "00".
    01 traverseEOF PIC X(1) VALUE "N".
    01 ctlLimitEOF PIC X(1) VALUE "N".
        05 FILLER PIC X(1) VALUE ",".
        05 adlNewY PIC -(04)9.99.
        05 FILLER PIC X(1) VALUE ")".
    01 parcelPointsStatus PIC X(2) VALUE "00".
    01 parcelPointsEOF PIC X(1) VALUE "N".
    01 parcelRegisterEOF PIC X(1) VALUE "N".
    01 descriptionSource PIC X(1).
    01 descriptionParcelId PIC X(10).
    01 descriptionSurveyDate PIC 9(08).
    01 parcelOnRegister PIC X(1).
    01 beginningText PIC X(50).
    01 courseCount PIC 9(03).
    01 courseEndText PIC X(24).
    01 courseNorthSouth PIC X(1).
    01 courseEastWest PIC X(1).
    01 bearingRatio PIC 9(05)V9(08).
    01 bearingDegreesDecimal PIC 9(03)V9(08).
    01 bearingTotalSeconds PIC 9(07).
    01 bearingDegrees PIC 9(02).
    01 bearingMinutes PIC 9(02).
    01 bearingSeconds PIC 9(02).
    01 bearingRemainder PIC 9(07).
    01 courseDistanceText PIC Z(04)9.99.
    01 pointXText PIC -(04)9.99.
    01 pointYText PIC -(04)9.99.
    01 pointNumberText PIC ZZ9.
    01 areaSquareFeetText PIC Z(08)9.99.
    01 enclosedAcres PIC 9(06)V9999.
    01 areaAcresText PIC Z(05)9.9999.
    01 descriptionLine PIC X(80).
    01 descriptionTitleLine PIC X(40)
        VALUE "METES AND BOUNDS DESCRIPTION".
    01 radiansToDegrees PIC 9(02)V9(08) VALUE 57.29577951.
    01 squareFeetPerAcre PIC 9(05) VALUE 43560.
PROCEDURE DIVISION.
MainProgram.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "COMPUTE-CARTESIAN-DISTANCE", operatorId
    DISPLAY "Run in (I)nteractive, (B)atch, (T)raverse or "
        "(D)escription mode:"
    ACCEPT runMode
    IF runMode = "T" OR runMode = "t"
        PERFORM TraverseProcedure
        GOBACK
    END-IF
    IF runMode = "D" OR runMode = "d"
        PERFORM DescriptionProcedure
        GOBACK
    END-IF
    IF runMode = "B" OR runMode = "b"
        PERFORM BatchDistanceProcedure
    ELSE
    COMPUTE sumOfSquares = (deltaX * deltaX) + (deltaY * deltaY)
    COMPUTE distance = FUNCTION SQRT(sumOfSquares).
TraverseProcedure.
    MOVE SPACES TO keyedParcelId
    PERFORM LoadClosureTolerance
    PERFORM LoadTraversePoints
    IF pointCount < 3
AdjustTraversePoints.
    WRITE traverseReportRecord FROM adjustmentTitleLine
    OPEN OUTPUT adjustedTraverseFile
    IF keyedParcelId NOT = SPACES
        OPEN EXTEND parcelPointsFile
        IF parcelPointsStatus = "05" OR parcelPointsStatus = "35"
            OPEN OUTPUT parcelPointsFile
        END-IF
    END-IF
    MOVE ZERO TO cumulativeLength
    PERFORM AdjustOnePoint
        VARYING pointIndex FROM 1 BY 1
        UNTIL pointIndex > pointCount
    CLOSE adjustedTraverseFile
    IF keyedParcelId NOT = SPACES
        CLOSE parcelPointsFile
        DISPLAY "Parcel corners saved to PARCPTS.DAT"
    END-IF
    DISPLAY "Adjusted coordinates written to TRAVADJ.DAT".
AdjustOnePoint.
    IF pointIndex = 1
    MOVE adjustedX TO atX
    MOVE adjustedY TO atY
    WRITE adjustedTraverseRecord
    IF keyedParcelId NOT = SPACES
        MOVE keyedParcelId TO ppParcelId
        MOVE surveyRunDate TO ppSurveyDate
        MOVE pointIndex TO ppPointNumber
        MOVE adjustedX TO ppX
        MOVE adjustedY TO ppY
        WRITE parcelPointRecord
    END-IF
    MOVE pointIndex TO adlPointNumber
    MOVE ptX (pointIndex) TO adlOldX
    MOVE ptY (pointIndex) TO adlOldY
    COMPUTE shoelaceSum = shoelaceSum
        + (ptX (pointIndex) * ptY (nextPointIndex))
        - (ptX (nextPointIndex) * ptY (pointIndex)).
DescriptionProcedure.
    MOVE ZERO TO pointCount
    MOVE SPACES TO descriptionParcelId
    DISPLAY "Describe the (A)djusted traverse on TRAVADJ.DAT or a "
        "registered (P)arcel: "
    ACCEPT descriptionSource
    IF descriptionSource = "P" OR descriptionSource = "p"
        DISPLAY "Enter parcel ID: "
        ACCEPT descriptionParcelId
        PERFORM LoadParcelCorners
    ELSE
        PERFORM LoadAdjustedTraverse
    END-IF
    MOVE "LEGAL DESCRIPTION" TO tlInputs
    IF pointCount < 3
        DISPLAY "A description needs at least three corners."
        MOVE "ERROR" TO logRunStatus
        MOVE "TOO FEW CORNERS" TO tlResultOut
    ELSE
        MOVE SPACES TO beginningText
        DISPLAY "Describe the point of beginning (blank for "
            "none): "
        ACCEPT beginningText
        PERFORM WriteLegalDescription
        DISPLAY "Legal description written to DEEDDESC.RPT - "
            courseCount " course(s)."
        MOVE SPACES TO tlResultOut
        STRING "COURSES=" DELIMITED BY SIZE
            courseCount DELIMITED BY SIZE
            INTO tlResultOut
        END-STRING
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus.
LoadAdjustedTraverse.
    MOVE "N" TO traverseEOF
    OPEN INPUT adjustedTraverseFile
    IF adjustedTraverseStatus = "00"
        PERFORM ReadAdjustedTraverseRecord
        PERFORM AddAdjustedPoint
            UNTIL traverseEOF = "Y" OR pointCount = 100
        CLOSE adjustedTraverseFile
    ELSE
        DISPLAY "TRAVADJ.DAT is not on file."
    END-IF.
ReadAdjustedTraverseRecord.
    READ adjustedTraverseFile
        AT END MOVE "Y" TO traverseEOF
    END-READ.
AddAdjustedPoint.
    ADD 1 TO pointCount
    MOVE atX TO ptX (pointCount)
    MOVE atY TO ptY (pointCount)
    PERFORM ReadAdjustedTraverseRecord.
LoadParcelCorners.
    MOVE "N" TO parcelOnRegister
    MOVE ZERO TO descriptionSurveyDate
    MOVE "N" TO parcelRegisterEOF
    OPEN INPUT parcelRegisterFile
    IF parcelRegisterStatus = "00"
        PERFORM MatchOneParcelRow UNTIL parcelRegisterEOF = "Y"
        CLOSE parcelRegisterFile
    END-IF
    IF parcelOnRegister = "N"
        DISPLAY "Parcel " descriptionParcelId
            " is not on PARCELS.DAT."
    ELSE
        MOVE "N" TO parcelPointsEOF
        OPEN INPUT parcelPointsFile
        IF parcelPointsStatus = "00"
            PERFORM LoadOneParcelCorner
                UNTIL parcelPointsEOF = "Y"
            CLOSE parcelPointsFile
        END-IF
        IF pointCount = ZERO
            DISPLAY "Parcel " descriptionParcelId
                " has no corners on PARCPTS.DAT - re-run its "
                "traverse to register them."
        END-IF
    END-IF.
MatchOneParcelRow.
    READ parcelRegisterFile
        AT END MOVE "Y" TO parcelRegisterEOF
        NOT AT END
            IF paParcelId = descriptionParcelId
                AND paSurveyDate >= descriptionSurveyDate
                MOVE "Y" TO parcelOnRegister
                MOVE paSurveyDate TO descriptionSurveyDate
            END-IF
    END-READ.
LoadOneParcelCorner.
    READ parcelPointsFile
        AT END MOVE "Y" TO parcelPointsEOF
        NOT AT END
            IF ppParcelId = descriptionParcelId
                AND ppSurveyDate = descriptionSurveyDate
                IF ppPointNumber = 1
                    MOVE ZERO TO pointCount
                END-IF
                IF pointCount < 100
                    ADD 1 TO pointCount
                    MOVE ppX TO ptX (pointCount)
                    MOVE ppY TO ptY (pointCount)
                END-IF
            END-IF
    END-READ.
WriteLegalDescription.
    OPEN OUTPUT descriptionFile
    WRITE descriptionRecord FROM descriptionTitleLine
    MOVE SPACES TO descriptionLine
    IF descriptionParcelId NOT = SPACES
        STRING "PARCEL " DELIMITED BY SIZE
            descriptionParcelId DELIMITED BY SPACE
            ", SURVEYED " DELIMITED BY SIZE
            descriptionSurveyDate DELIMITED BY SIZE
            INTO descriptionLine
        END-STRING
    ELSE
        MOVE "ADJUSTED TRAVERSE FROM TRAVADJ.DAT" TO descriptionLine
    END-IF
    WRITE descriptionRecord FROM descriptionLine
    MOVE SPACES TO descriptionRecord
    WRITE descriptionRecord
    MOVE ptX (1) TO pointXText
    MOVE ptY (1) TO pointYText
    MOVE SPACES TO descriptionLine
    IF beginningText NOT = SPACES
        STRING "BEGINNING AT " DELIMITED BY SIZE
            FUNCTION TRIM(beginningText) DELIMITED BY SIZE
            INTO descriptionLine
        END-STRING
        WRITE descriptionRecord FROM descriptionLine
        MOVE SPACES TO descriptionLine
        STRING "(POINT 1, X=" DELIMITED BY SIZE
            FUNCTION TRIM(pointXText) DELIMITED BY SIZE
            " Y=" DELIMITED BY SIZE
            FUNCTION TRIM(pointYText) DELIMITED BY SIZE
            "), THE POINT OF BEGINNING;" DELIMITED BY SIZE
            INTO descriptionLine
        END-STRING
    ELSE
        STRING "BEGINNING AT POINT 1 (X=" DELIMITED BY SIZE
            FUNCTION TRIM(pointXText) DELIMITED BY SIZE
            " Y=" DELIMITED BY SIZE
            FUNCTION TRIM(pointYText) DELIMITED BY SIZE
            "), THE POINT OF BEGINNING;" DELIMITED BY SIZE
            INTO descriptionLine
        END-STRING
    END-IF
    WRITE descriptionRecord FROM descriptionLine
    MOVE ZERO TO courseCount
    PERFORM DescribeOneCourse
        VARYING pointIndex FROM 1 BY 1
        UNTIL pointIndex > pointCount
    PERFORM ComputeEnclosedArea
    COMPUTE enclosedAcres ROUNDED = enclosedArea / squareFeetPerAcre
    MOVE enclosedArea TO areaSquareFeetText
    MOVE enclosedAcres TO areaAcresText
    MOVE SPACES TO descriptionLine
    STRING "CONTAINING " DELIMITED BY SIZE
        FUNCTION TRIM(areaSquareFeetText) DELIMITED BY SIZE
        " SQUARE FEET (" DELIMITED BY SIZE
        FUNCTION TRIM(areaAcresText) DELIMITED BY SIZE
        " ACRES), MORE OR LESS." DELIMITED BY SIZE
        INTO descriptionLine
    END-STRING
    WRITE descriptionRecord FROM descriptionLine
    CLOSE descriptionFile.
DescribeOneCourse.
    MOVE ptX (pointIndex) TO x1
    MOVE ptY (pointIndex) TO y1
    IF pointIndex = pointCount
        MOVE ptX (1) TO x2
        MOVE ptY (1) TO y2
    ELSE
        MOVE ptX (pointIndex + 1) TO x2
        MOVE ptY (pointIndex + 1) TO y2
    END-IF
    PERFORM ComputeDistance
    IF distance > ZERO
        ADD 1 TO courseCount
        PERFORM ComputeQuadrantBearing
        MOVE distance TO courseDistanceText
        MOVE SPACES TO courseEndText
        IF pointIndex = pointCount
            OR (ptX (pointIndex + 1) = ptX (1)
                AND ptY (pointIndex + 1) = ptY (1))
            MOVE "THE POINT OF BEGINNING;" TO courseEndText
        ELSE
            COMPUTE pointNumberText = pointIndex + 1
            STRING "POINT " DELIMITED BY SIZE
                FUNCTION TRIM(pointNumberText) DELIMITED BY SIZE
                ";" DELIMITED BY SIZE
                INTO courseEndText
            END-STRING
        END-IF
        MOVE SPACES TO descriptionLine
        STRING "THENCE " DELIMITED BY SIZE
            courseNorthSouth DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            bearingDegrees DELIMITED BY SIZE
            "-" DELIMITED BY SIZE
            bearingMinutes DELIMITED BY SIZE
            "-" DELIMITED BY SIZE
            bearingSeconds DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            courseEastWest DELIMITED BY SIZE
            ", " DELIMITED BY SIZE
            FUNCTION TRIM(courseDistanceText) DELIMITED BY SIZE
            " FT TO " DELIMITED BY SIZE
            courseEndText DELIMITED BY SIZE
            INTO descriptionLine
        END-STRING
        WRITE descriptionRecord FROM descriptionLine
    END-IF.
ComputeQuadrantBearing.
    IF deltaY < ZERO
        MOVE "S" TO courseNorthSouth
    ELSE
        MOVE "N" TO courseNorthSouth
    END-IF
    IF deltaX < ZERO
        MOVE "W" TO courseEastWest
    ELSE
        MOVE "E" TO courseEastWest
    END-IF
    IF deltaY = ZERO
        MOVE 90 TO bearingDegreesDecimal
    ELSE
        COMPUTE bearingRatio ROUNDED =
            FUNCTION ABS(deltaX) / FUNCTION ABS(deltaY)
        COMPUTE bearingDegreesDecimal ROUNDED =
            FUNCTION ATAN(bearingRatio) * radiansToDegrees
    END-IF
    COMPUTE bearingTotalSeconds ROUNDED =
        bearingDegreesDecimal * 3600
    DIVIDE bearingTotalSeconds BY 3600 GIVING bearingDegrees
        REMAINDER bearingRemainder
    DIVIDE bearingRemainder BY 60 GIVING bearingMinutes
        REMAINDER bearingSeconds.
BatchDistanceProcedure.
    OPEN INPUT pointsFile
    OPEN OUTPUT distancesFile
