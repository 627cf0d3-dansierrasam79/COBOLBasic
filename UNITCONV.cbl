*> and time - including the reverse directions already added to the
*> length and time programs, instead of remembering which of the three
*> separate executables handles which unit.
*> The constants are no longer compiled in here - when
*> CONVERT-DISTANCE's were corrected this menu kept the old ones for
*> weeks. Every conversion now goes through CONVERT-UNITS and the
*> shared conversion-factor master CONVFACT.DAT, and an (O)ther
*> choice converts any unit pair on that file, so a new pair such as
*> kilograms to pounds or nautical miles to metres is a row added
*> through CONV-FACTOR-MAINTENANCE rather than a code change.
IDENTIFICATION DIVISION.
PROGRAM-ID. UNITCONV.
DATA DIVISION.
    01 heightfeet PIC 999V99.
    01 heightinchs PIC 999V99.
    01 height PIC 999V99.
    01 heightCmsOfFeet PIC 9(05)V9(08).
    01 feet PIC 9(07)V99.
    01 inches PIC 9(08)V99.
    01 yards PIC 9(07)V99.
    01 outMinutes PIC 99.
    01 outSeconds PIC 99.
    01 remainingSeconds PIC 999999V99.
    01 otherValueEdited PIC -(08)9.9(08).
    01 secondsPerDay PIC 9(06).
    01 secondsPerHour PIC 9(06).
    01 secondsPerMinute PIC 9(06).
    01 conversionFromUnit PIC X(04).
    01 conversionToUnit PIC X(04).
    01 conversionValueIn PIC S9(09)V9(08).
    01 conversionValueOut PIC S9(09)V9(08).
    01 conversionResult PIC X(01).
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 tlAmountWork PIC S9(09)V9(04).
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "UNITCONV", operatorId
    DISPLAY "(L)ength, (D)istance, (T)ime or (O)ther unit pair "
        "conversion: "
    ACCEPT conversionType
    EVALUATE conversionType
        WHEN "L" WHEN "l" PERFORM LengthConversion
        WHEN "D" WHEN "d" PERFORM DistanceConversion
        WHEN "T" WHEN "t" PERFORM TimeConversion
        WHEN "O" WHEN "o" PERFORM OtherPairConversion
        WHEN OTHER DISPLAY "Invalid selection."
    END-EVALUATE
    GOBACK.
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName, tlInputs, tlResultOut, operatorId, logRunStatus.
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
DistanceConversion.
    DISPLAY "Enter the distance in feet:"
    ACCEPT feet
    MOVE feet TO conversionValueIn
    MOVE "FT" TO conversionFromUnit
    MOVE "IN" TO conversionToUnit
    PERFORM ApplyConversionFactor
    MOVE conversionValueOut TO inches
    DISPLAY "Distance in inches: " inches
    MOVE "YD" TO conversionToUnit
    PERFORM ApplyConversionFactor
    MOVE conversionValueOut TO yards
    DISPLAY "Distance in yards: " yards
    MOVE "MI" TO conversionToUnit
    PERFORM ApplyConversionFactor
    MOVE conversionValueOut TO miles
    DISPLAY "Distance in miles: " miles
    MOVE feet TO tlAmountWork
    CALL "FORMAT-AMOUNT-FOR-LOG" USING tlAmountWork, tlAmount1Text
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName, tlInputs, tlResultOut, operatorId, logRunStatus.
ComputeTimeToSeconds.
    PERFORM LoadTimeFactors
    COMPUTE secondsVal = days * secondsPerDay
        + hours * secondsPerHour + minutes * secondsPerMinute.
ComputeSecondsToTime.
    PERFORM LoadTimeFactors
    MOVE secondsVal TO remainingSeconds
    IF secondsPerDay = ZERO OR secondsPerHour = ZERO
        OR secondsPerMinute = ZERO
        MOVE ZERO TO outDays
        MOVE ZERO TO outHours
        MOVE ZERO TO outMinutes
    ELSE
        COMPUTE outDays = remainingSeconds / secondsPerDay
        COMPUTE remainingSeconds =
            remainingSeconds - (outDays * secondsPerDay)
        COMPUTE outHours = remainingSeconds / secondsPerHour
        COMPUTE remainingSeconds =
            remainingSeconds - (outHours * secondsPerHour)
        COMPUTE outMinutes = remainingSeconds / secondsPerMinute
        COMPUTE remainingSeconds =
            remainingSeconds - (outMinutes * secondsPerMinute)
    END-IF
    MOVE remainingSeconds TO outSeconds.
LoadTimeFactors.
    MOVE 1 TO conversionValueIn
    MOVE "SEC" TO conversionToUnit
    MOVE "DAY" TO conversionFromUnit
    PERFORM ApplyConversionFactor
    MOVE conversionValueOut TO secondsPerDay
    MOVE "HR" TO conversionFromUnit
    PERFORM ApplyConversionFactor
    MOVE conversionValueOut TO secondsPerHour
    MOVE "MIN" TO conversionFromUnit
    PERFORM ApplyConversionFactor
    MOVE conversionValueOut TO secondsPerMinute.
ApplyConversionFactor.
    CALL "CONVERT-UNITS" USING conversionFromUnit, conversionToUnit,
        conversionValueIn, conversionValueOut, conversionResult
    IF conversionResult = "N"
        DISPLAY "No " conversionFromUnit " to " conversionToUnit
            " factor on CONVFACT.DAT - result is zero."
        MOVE "ERROR" TO logRunStatus
    END-IF.
OtherPairConversion.
    MOVE SPACES TO conversionFromUnit
    MOVE SPACES TO conversionToUnit
    DISPLAY "Convert from unit (e.g. KG, NMI): "
    ACCEPT conversionFromUnit
    INSPECT conversionFromUnit CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    DISPLAY "Convert to unit: "
    ACCEPT conversionToUnit
    INSPECT conversionToUnit CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    DISPLAY "Enter the value in " conversionFromUnit ": "
    ACCEPT conversionValueIn
    PERFORM ApplyConversionFactor
    MOVE conversionValueOut TO otherValueEdited
    IF conversionResult NOT = "N"
        DISPLAY FUNCTION TRIM(otherValueEdited) " " conversionToUnit
    END-IF
    MOVE SPACES TO tlInputs
    MOVE conversionValueIn TO tlAmountWork
    CALL "FORMAT-AMOUNT-FOR-LOG" USING tlAmountWork, tlAmount1Text
    STRING conversionFromUnit DELIMITED BY SPACE
        ">" DELIMITED BY SIZE
        conversionToUnit DELIMITED BY SPACE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(tlAmount1Text) DELIMITED BY SIZE
        INTO tlInputs
    END-STRING
    MOVE conversionValueOut TO tlAmountWork
    CALL "FORMAT-AMOUNT-FOR-LOG" USING tlAmountWork, tlResultOut
    CALL "TRANSACTION-LOGGER" USING logProgramName, tlInputs,
        tlResultOut, operatorId, logRunStatus.
