*> Shared feet-to-miles conversion in the mold of
*> APPLY-ROUNDING-POLICY. CONVERT-DISTANCE divided feet by 5280 in
*> each of its pricing paths, and expense claims need the same answer
*> for odometer distances keyed in feet, so the conversion lives here
*> once: the feet figure in, the miles figure out at the seven
*> decimal places CONVERT-DISTANCE has always carried.
*> The feet-per-mile figure is no longer compiled in: the conversion
*> goes through CONVERT-UNITS and the conversion-factor master
*> CONVFACT.DAT like every other converting program. With no FT/MI
*> factor on file the miles come back zero and the gap is reported.
IDENTIFICATION DIVISION.
PROGRAM-ID. CONVERT-FEET-TO-MILES.
DATA DIVISION.
WORKING-STORAGE SECTION.
    01 conversionFromUnit PIC X(04) VALUE "FT".
    01 conversionToUnit PIC X(04) VALUE "MI".
    01 conversionValueIn PIC S9(09)V9(08).
    01 conversionValueOut PIC S9(09)V9(08).
    01 conversionResult PIC X(01).
LINKAGE SECTION.
01 LK-FEET PIC 9(08)V99.
01 LK-MILES PIC 9(04)V9999999.
PROCEDURE DIVISION USING LK-FEET, LK-MILES.
CONVERT-FEET.
    MOVE LK-FEET TO conversionValueIn
    CALL "CONVERT-UNITS" USING conversionFromUnit, conversionToUnit,
        conversionValueIn, conversionValueOut, conversionResult
    IF conversionResult = "N"
        DISPLAY "No FT to MI factor on CONVFACT.DAT - miles are zero."
    END-IF
    MOVE conversionValueOut TO LK-MILES
    GOBACK.
