*> - the same pattern as the estimator's ESTDETL.DAT - so
*> UNIFORM-PURCHASE-ORDER can turn them into vendor purchase orders
*> without purchasing retyping the report.
*> The feet, inch and centimetre factors are no longer compiled in:
*> both directions convert through CONVERT-UNITS and the shared
*> conversion-factor master CONVFACT.DAT, so this program, UNITCONV
*> and CONVERT-DISTANCE can no longer disagree on a constant.
IDENTIFICATION DIVISION.
PROGRAM-ID. HEIGHT-IN-CMS.
ENVIRONMENT DIVISION.
    01 heightfeet PIC 999V99.
    01 heightinchs PIC 999V99.
    01 height PIC 999V99.
    01 heightCmsOfFeet PIC 9(05)V9(08).
    01 conversionFromUnit PIC X(04).
    01 conversionToUnit PIC X(04).
    01 conversionValueIn PIC S9(09)V9(08).
    01 conversionValueOut PIC S9(09)V9(08).
    01 conversionResult PIC X(01).
    01 conversionChoice PIC X(1).
    01 runMode PIC X(1).
    01 heightsEOF PIC X(1) VALUE "N".
    DISPLAY "Enter the height in inches: "
    ACCEPT heightinchs.
ComputeFeetInchesToCms.
    MOVE "FT" TO conversionFromUnit
    MOVE "CM" TO conversionToUnit
    MOVE heightfeet TO conversionValueIn
    PERFORM ApplyConversionFactor
    MOVE conversionValueOut TO heightCmsOfFeet
    MOVE "IN" TO conversionFromUnit
    MOVE heightinchs TO conversionValueIn
    PERFORM ApplyConversionFactor
    COMPUTE height = heightCmsOfFeet + conversionValueOut.
ComputeCmsToFeetInches.
    MOVE "CM" TO conversionFromUnit
    MOVE "FT" TO conversionToUnit
    MOVE height TO conversionValueIn
    PERFORM ApplyConversionFactor
    COMPUTE heightfeet = FUNCTION INTEGER(conversionValueOut)
    MOVE "FT" TO conversionFromUnit
    MOVE "CM" TO conversionToUnit
    MOVE heightfeet TO conversionValueIn
    PERFORM ApplyConversionFactor
    MOVE conversionValueOut TO heightCmsOfFeet
    MOVE "CM" TO conversionFromUnit
    MOVE "IN" TO conversionToUnit
    COMPUTE conversionValueIn = height - heightCmsOfFeet
    PERFORM ApplyConversionFactor
    MOVE conversionValueOut TO heightinchs.
ApplyConversionFactor.
    CALL "CONVERT-UNITS" USING conversionFromUnit, conversionToUnit,
        conversionValueIn, conversionValueOut, conversionResult
    IF conversionResult = "N"
        DISPLAY "No " conversionFromUnit " to " conversionToUnit
            " factor on CONVFACT.DAT - result is zero."
        MOVE "ERROR" TO logRunStatus
    END-IF.
BatchHeightProcedure.
    PERFORM LoadSizeChart
    OPEN INPUT heightsFile
