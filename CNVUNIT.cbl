*> Shared unit conversion in the mold of CONVERT-FEET-TO-MILES. The
*> conversion constants used to be compiled separately into
*> HEIGHT-IN-CMS, CONVERT-DISTANCE, TIME-IN-SECONDS and UNITCONV, and
*> when CONVERT-DISTANCE's constants were corrected UNITCONV kept the
*> old ones for weeks. Every converting program now CALLs this with
*> a from-unit, a to-unit and a value, and gets the value back in
*> to-units from the conversion-factor master CONVFACT.DAT (shared
*> layout CONVFACT.cpy), loaded once per run: a row for the pair
*> multiplies and rounds to the row's decimal places; failing that, a
*> row for the reverse pair divides, so exact multiples are stored
*> once. The same unit both ways returns the value unchanged. A pair
*> with no row either way returns zero with a result of "N", for the
*> caller to report. While CONVFACT.DAT is not on file the standard
*> factors in CONVSEED.cpy are used, so a new site still converts.
*> A new unit pair is a row on CONVFACT.DAT, maintained by
*> CONV-FACTOR-MAINTENANCE, not a code change.
IDENTIFICATION DIVISION.
PROGRAM-ID. CONVERT-UNITS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT conversionFactorFile ASSIGN TO "CONVFACT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS conversionFactorStatus.
DATA DIVISION.
FILE SECTION.
FD  conversionFactorFile.
COPY "CONVFACT.cpy".
WORKING-STORAGE SECTION.
    01 conversionFactorStatus PIC X(2) VALUE "00".
    01 conversionFactorEOF PIC X(1) VALUE "N".
    01 factorTableLoaded PIC X(1) VALUE "N".
    01 factorTable.
        05 factorEntry OCCURS 200 TIMES.
            10 ftFromUnit PIC X(04).
            10 ftToUnit PIC X(04).
            10 ftFactor PIC 9(07)V9(08).
            10 ftPrecision PIC 9(01).
    01 factorCount PIC 9(03) VALUE ZERO.
    01 factorIndex PIC 9(03).
    01 factorFound PIC 9(03).
    01 reverseFound PIC 9(03).
    01 standardIndex PIC 9(02).
    01 precisionScale PIC 9(09).
    01 scaledResult PIC S9(18).
    COPY "CONVSEED.cpy".
LINKAGE SECTION.
01 LK-FROM-UNIT PIC X(04).
01 LK-TO-UNIT PIC X(04).
01 LK-VALUE-IN PIC S9(09)V9(08).
01 LK-VALUE-OUT PIC S9(09)V9(08).
01 LK-RESULT PIC X(01).
PROCEDURE DIVISION USING LK-FROM-UNIT, LK-TO-UNIT, LK-VALUE-IN,
    LK-VALUE-OUT, LK-RESULT.
CONVERT-UNITS-REQUEST.
    IF factorTableLoaded = "N"
        PERFORM LoadFactorTable
    END-IF
    MOVE ZERO TO LK-VALUE-OUT
    MOVE ZERO TO factorFound
    MOVE ZERO TO reverseFound
    PERFORM MatchOneFactor
        VARYING factorIndex FROM 1 BY 1
        UNTIL factorIndex > factorCount OR factorFound > ZERO
    IF factorFound > ZERO
        COMPUTE precisionScale = 10 ** ftPrecision (factorFound)
        COMPUTE scaledResult ROUNDED =
            LK-VALUE-IN * ftFactor (factorFound) * precisionScale
        COMPUTE LK-VALUE-OUT = scaledResult / precisionScale
        MOVE "F" TO LK-RESULT
    ELSE
    IF reverseFound > ZERO AND ftFactor (reverseFound) > ZERO
        COMPUTE LK-VALUE-OUT ROUNDED =
            LK-VALUE-IN / ftFactor (reverseFound)
        MOVE "R" TO LK-RESULT
    ELSE
    IF LK-FROM-UNIT = LK-TO-UNIT
        MOVE LK-VALUE-IN TO LK-VALUE-OUT
        MOVE "F" TO LK-RESULT
    ELSE
        MOVE "N" TO LK-RESULT
    END-IF
    END-IF
    END-IF
    GOBACK.
LoadFactorTable.
    MOVE ZERO TO factorCount
    MOVE "N" TO conversionFactorEOF
    OPEN INPUT conversionFactorFile
    IF conversionFactorStatus = "00"
        PERFORM AddOneFactorRow UNTIL conversionFactorEOF = "Y"
        CLOSE conversionFactorFile
    ELSE
        DISPLAY "CONVFACT.DAT not on file - standard conversion "
            "factors used."
        PERFORM AddOneStandardFactor
            VARYING standardIndex FROM 1 BY 1
            UNTIL standardIndex > standardFactorCount
    END-IF
    MOVE "Y" TO factorTableLoaded.
AddOneFactorRow.
    READ conversionFactorFile
        AT END MOVE "Y" TO conversionFactorEOF
        NOT AT END
            IF factorCount < 200 AND cfFactor IS NUMERIC
                AND cfPrecision IS NUMERIC
                ADD 1 TO factorCount
                MOVE cfFromUnit TO ftFromUnit (factorCount)
                MOVE cfToUnit TO ftToUnit (factorCount)
                MOVE cfFactor TO ftFactor (factorCount)
                MOVE cfPrecision TO ftPrecision (factorCount)
            END-IF
    END-READ.
AddOneStandardFactor.
    ADD 1 TO factorCount
    MOVE sfFromUnit (standardIndex) TO ftFromUnit (factorCount)
    MOVE sfToUnit (standardIndex) TO ftToUnit (factorCount)
    MOVE sfFactor (standardIndex) TO ftFactor (factorCount)
    MOVE sfPrecision (standardIndex) TO ftPrecision (factorCount).
MatchOneFactor.
    IF ftFromUnit (factorIndex) = LK-FROM-UNIT
        AND ftToUnit (factorIndex) = LK-TO-UNIT
        MOVE factorIndex TO factorFound
    END-IF
    IF ftFromUnit (factorIndex) = LK-TO-UNIT
        AND ftToUnit (factorIndex) = LK-FROM-UNIT
        AND reverseFound = ZERO
        MOVE factorIndex TO reverseFound
    END-IF.
