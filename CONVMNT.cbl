*> Conversion-factor master maintenance. CONVFACT.DAT (shared layout
*> CONVFACT.cpy) holds one row per unit pair - from unit, to unit,
*> factor and decimal places - and every converting program reads it
*> through CONVERT-UNITS, so this is where a factor is corrected or a
*> new pair such as metres, kilograms or nautical miles is added:
*> (L)ist the pairs, (A)dd or change a pair, (D)elete a pair, load
*> the (S)tandard factors from CONVSEED.cpy for any standard pair not
*> yet on file, or (Q)uit. A pair is refused when its reverse pair is
*> on file and the two factors are not reciprocals within the
*> CONV-TOL control row in CTLLIMIT.DAT (value 1 = parts per
*> million, default 1), so the two directions can never disagree;
*> the same unit both ways and a zero factor are refused too. The
*> master is held in a table for the session and written back on
*> quit; a master larger than the table refuses the session rather
*> than rewrite the file short.
IDENTIFICATION DIVISION.
PROGRAM-ID. CONV-FACTOR-MAINTENANCE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT conversionFactorFile ASSIGN TO "CONVFACT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS conversionFactorStatus.
    SELECT ctlLimitFile ASSIGN TO "CTLLIMIT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ctlLimitFileStatus.
DATA DIVISION.
FILE SECTION.
FD  conversionFactorFile.
COPY "CONVFACT.cpy".
FD  ctlLimitFile.
COPY "CTLLIMIT.cpy".
WORKING-STORAGE SECTION.
    01 conversionFactorStatus PIC X(2) VALUE "00".
    01 conversionFactorEOF PIC X(1) VALUE "N".
    01 ctlLimitFileStatus PIC X(2) VALUE "00".
    01 ctlLimitEOF PIC X(1) VALUE "N".
    01 ctlRunDate PIC 9(08).
    01 ctlRowFound PIC X(1) VALUE "N".
    01 ctlBestEffectiveDate PIC 9(08) VALUE ZERO.
    01 reciprocalToleranceParts PIC 9(05)V99 VALUE 1.
    01 reciprocalTolerance PIC 9(01)V9(12).
    01 factorTable.
        05 factorEntry OCCURS 200 TIMES.
            10 ftFromUnit PIC X(04).
            10 ftToUnit PIC X(04).
            10 ftFactor PIC 9(07)V9(08).
            10 ftPrecision PIC 9(01).
    01 factorCount PIC 9(03) VALUE ZERO.
    01 factorIndex PIC 9(03) VALUE ZERO.
    01 factorFound PIC 9(03) VALUE ZERO.
    01 pairIndex PIC 9(03) VALUE ZERO.
    01 reverseFound PIC 9(03) VALUE ZERO.
    01 factorTableFull PIC X(1) VALUE "N".
    01 standardIndex PIC 9(02).
    COPY "CONVSEED.cpy".
    01 maintenanceChoice PIC X(1).
    01 keepGoing PIC X(1) VALUE "Y".
    01 changeCount PIC 9(03) VALUE ZERO.
    01 addedCount PIC 9(03) VALUE ZERO.
    01 refusedCount PIC 9(03) VALUE ZERO.
    01 chosenFromUnit PIC X(04).
    01 chosenToUnit PIC X(04).
    01 chosenFactor PIC 9(07)V9(08).
    01 chosenPrecision PIC 9(01).
    01 precisionReply PIC X(1).
    01 pairAccepted PIC X(1).
    01 reciprocalProduct PIC 9(14)V9(12).
    01 reciprocalDifference PIC 9(14)V9(12).
    01 editedFactor PIC Z(06)9.9(08).
    01 editedReverseFactor PIC Z(06)9.9(08).
    01 reverseStatusText PIC X(16).
    01 factorListLine.
        05 fllFromUnit PIC X(04).
        05 FILLER PIC X(4) VALUE " TO ".
        05 fllToUnit PIC X(04).
        05 FILLER PIC X(1) VALUE " ".
        05 fllFactor PIC Z(06)9.9(08).
        05 FILLER PIC X(4) VALUE " DP=".
        05 fllPrecision PIC 9(01).
        05 FILLER PIC X(1) VALUE " ".
        05 fllReverseStatus PIC X(16).
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27)
        VALUE "CONV-FACTOR-MAINTENANCE".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "CONV-FACTOR-MAINTENANCE", operatorId
    PERFORM LoadReciprocalTolerance
    PERFORM LoadFactorMaster
    MOVE "CONV FACTOR MAINT" TO tlInputs
    IF factorTableFull = "Y"
        DISPLAY "CONVFACT.DAT holds more than 200 pairs - "
            "maintenance refused."
        MOVE "REJECTED" TO logRunStatus
        MOVE "MASTER TOO LARGE" TO tlResultOut
    ELSE
        PERFORM MaintenanceLoop UNTIL keepGoing NOT = "Y"
        IF changeCount > ZERO
            PERFORM RewriteFactorMaster
        END-IF
        MOVE SPACES TO tlResultOut
        STRING "CHANGED=" DELIMITED BY SIZE
            changeCount DELIMITED BY SIZE
            " REF=" DELIMITED BY SIZE
            refusedCount DELIMITED BY SIZE
            INTO tlResultOut
        END-STRING
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
LoadReciprocalTolerance.
    ACCEPT ctlRunDate FROM DATE YYYYMMDD
    MOVE "N" TO ctlLimitEOF
    OPEN INPUT ctlLimitFile
    IF ctlLimitFileStatus = "00"
        PERFORM FindConvToleranceRow UNTIL ctlLimitEOF = "Y"
        CLOSE ctlLimitFile
    END-IF
    COMPUTE reciprocalTolerance =
        reciprocalToleranceParts / 1000000.
FindConvToleranceRow.
    READ ctlLimitFile
        AT END MOVE "Y" TO ctlLimitEOF
        NOT AT END
            IF CTL-EFFECTIVE-DATE IS NOT NUMERIC
                MOVE ZERO TO CTL-EFFECTIVE-DATE
            END-IF
            IF CTL-CHECK-NAME = "CONV-TOL"
                AND CTL-EFFECTIVE-DATE <= ctlRunDate
                AND (ctlRowFound = "N"
                    OR CTL-EFFECTIVE-DATE >= ctlBestEffectiveDate)
                MOVE CTL-LIMIT-VALUE-1 TO reciprocalToleranceParts
                MOVE CTL-EFFECTIVE-DATE TO ctlBestEffectiveDate
                MOVE "Y" TO ctlRowFound
            END-IF
    END-READ.
LoadFactorMaster.
    MOVE ZERO TO factorCount
    MOVE "N" TO conversionFactorEOF
    OPEN INPUT conversionFactorFile
    IF conversionFactorStatus = "00"
        PERFORM AddOneFactorEntry UNTIL conversionFactorEOF = "Y"
        CLOSE conversionFactorFile
    ELSE
        DISPLAY "CONVFACT.DAT not on file - (S) loads the standard "
            "factors."
    END-IF
    DISPLAY factorCount " unit pair(s) on the master.".
AddOneFactorEntry.
    READ conversionFactorFile
        AT END MOVE "Y" TO conversionFactorEOF
        NOT AT END
            IF factorCount < 200
                ADD 1 TO factorCount
                MOVE cfFromUnit TO ftFromUnit (factorCount)
                MOVE cfToUnit TO ftToUnit (factorCount)
                MOVE cfFactor TO ftFactor (factorCount)
                MOVE cfPrecision TO ftPrecision (factorCount)
            ELSE
                MOVE "Y" TO factorTableFull
                MOVE "Y" TO conversionFactorEOF
            END-IF
    END-READ.
RewriteFactorMaster.
    OPEN OUTPUT conversionFactorFile
    PERFORM WriteOneFactorRecord
        VARYING factorIndex FROM 1 BY 1
        UNTIL factorIndex > factorCount
    CLOSE conversionFactorFile
    DISPLAY factorCount " unit pair(s) written to CONVFACT.DAT.".
WriteOneFactorRecord.
    MOVE ftFromUnit (factorIndex) TO cfFromUnit
    MOVE ftToUnit (factorIndex) TO cfToUnit
    MOVE ftFactor (factorIndex) TO cfFactor
    MOVE ftPrecision (factorIndex) TO cfPrecision
    WRITE conversionFactorRecord.
MaintenanceLoop.
    DISPLAY "(L)ist, (A)dd or change, (D)elete, (S)tandard factors "
        "or (Q)uit: "
    ACCEPT maintenanceChoice
    EVALUATE maintenanceChoice
        WHEN "L" WHEN "l" PERFORM ListFactorPairs
        WHEN "A" WHEN "a" PERFORM AddOrChangePair
        WHEN "D" WHEN "d" PERFORM DeletePair
        WHEN "S" WHEN "s" PERFORM LoadStandardFactors
        WHEN "Q" WHEN "q" MOVE "N" TO keepGoing
        WHEN OTHER DISPLAY "Invalid selection."
    END-EVALUATE.
ListFactorPairs.
    PERFORM ListOneFactorPair
        VARYING factorIndex FROM 1 BY 1
        UNTIL factorIndex > factorCount
    DISPLAY factorCount " unit pair(s).".
ListOneFactorPair.
    MOVE ftFromUnit (factorIndex) TO chosenFromUnit
    MOVE ftToUnit (factorIndex) TO chosenToUnit
    MOVE ftFactor (factorIndex) TO chosenFactor
    PERFORM FindChosenPair
    MOVE SPACES TO reverseStatusText
    IF reverseFound > ZERO
        PERFORM CheckReciprocal
        IF pairAccepted = "Y"
            MOVE "REVERSE AGREES" TO reverseStatusText
        ELSE
            MOVE "REVERSE MISMATCH" TO reverseStatusText
        END-IF
    END-IF
    MOVE ftFromUnit (factorIndex) TO fllFromUnit
    MOVE ftToUnit (factorIndex) TO fllToUnit
    MOVE ftFactor (factorIndex) TO fllFactor
    MOVE ftPrecision (factorIndex) TO fllPrecision
    MOVE reverseStatusText TO fllReverseStatus
    DISPLAY factorListLine.
AcceptChosenPair.
    MOVE SPACES TO chosenFromUnit
    MOVE SPACES TO chosenToUnit
    DISPLAY "From unit: "
    ACCEPT chosenFromUnit
    INSPECT chosenFromUnit CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    DISPLAY "To unit: "
    ACCEPT chosenToUnit
    INSPECT chosenToUnit CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
FindChosenPair.
    MOVE ZERO TO factorFound
    MOVE ZERO TO reverseFound
    PERFORM MatchOneFactorPair
        VARYING pairIndex FROM 1 BY 1
        UNTIL pairIndex > factorCount.
MatchOneFactorPair.
    IF ftFromUnit (pairIndex) = chosenFromUnit
        AND ftToUnit (pairIndex) = chosenToUnit
        AND factorFound = ZERO
        MOVE pairIndex TO factorFound
    END-IF
    IF ftFromUnit (pairIndex) = chosenToUnit
        AND ftToUnit (pairIndex) = chosenFromUnit
        AND reverseFound = ZERO
        MOVE pairIndex TO reverseFound
    END-IF.
CheckReciprocal.
    MOVE "Y" TO pairAccepted
    IF reverseFound > ZERO
        COMPUTE reciprocalProduct =
            chosenFactor * ftFactor (reverseFound)
        IF reciprocalProduct > 1
            COMPUTE reciprocalDifference = reciprocalProduct - 1
        ELSE
            COMPUTE reciprocalDifference = 1 - reciprocalProduct
        END-IF
        IF reciprocalDifference > reciprocalTolerance
            MOVE "N" TO pairAccepted
        END-IF
    END-IF.
AddOrChangePair.
    PERFORM AcceptChosenPair
    IF chosenFromUnit = SPACES OR chosenToUnit = SPACES
        OR chosenFromUnit = chosenToUnit
        DISPLAY "Two different unit codes are needed - "
            "pair not changed."
    ELSE
        MOVE ZERO TO chosenFactor
        DISPLAY "Factor - " chosenToUnit " in one " chosenFromUnit
            ": "
        ACCEPT chosenFactor
        MOVE SPACE TO precisionReply
        DISPLAY "Decimal places for the result (0-8, blank for 2): "
        ACCEPT precisionReply
        IF precisionReply = SPACE
            MOVE "2" TO precisionReply
        END-IF
        IF chosenFactor = ZERO
            DISPLAY "The factor must be greater than zero - "
                "pair not changed."
        ELSE
        IF precisionReply IS NOT NUMERIC OR precisionReply = "9"
            DISPLAY "Decimal places must be 0 to 8 - "
                "pair not changed."
        ELSE
            MOVE precisionReply TO chosenPrecision
            PERFORM StoreChosenPair
        END-IF
        END-IF
    END-IF.
StoreChosenPair.
    PERFORM FindChosenPair
    PERFORM CheckReciprocal
    IF pairAccepted = "N"
        ADD 1 TO refusedCount
        MOVE chosenFactor TO editedFactor
        MOVE ftFactor (reverseFound) TO editedReverseFactor
        DISPLAY "Refused - " chosenFromUnit " to " chosenToUnit
            " factor " editedFactor " is not the reciprocal of the "
            chosenToUnit " to " chosenFromUnit " factor "
            editedReverseFactor "."
    ELSE
    IF factorFound > ZERO
        MOVE chosenFactor TO ftFactor (factorFound)
        MOVE chosenPrecision TO ftPrecision (factorFound)
        ADD 1 TO changeCount
        DISPLAY chosenFromUnit " to " chosenToUnit " changed."
    ELSE
    IF factorCount = 200
        DISPLAY "The master is full at 200 pairs - pair not added."
    ELSE
        ADD 1 TO factorCount
        MOVE chosenFromUnit TO ftFromUnit (factorCount)
        MOVE chosenToUnit TO ftToUnit (factorCount)
        MOVE chosenFactor TO ftFactor (factorCount)
        MOVE chosenPrecision TO ftPrecision (factorCount)
        ADD 1 TO changeCount
        ADD 1 TO addedCount
        DISPLAY chosenFromUnit " to " chosenToUnit " added."
    END-IF
    END-IF
    END-IF.
DeletePair.
    PERFORM AcceptChosenPair
    PERFORM FindChosenPair
    IF factorFound = ZERO
        DISPLAY chosenFromUnit " to " chosenToUnit
            " is not on the master."
    ELSE
        PERFORM ShiftOneFactorDown
            VARYING factorIndex FROM factorFound BY 1
            UNTIL factorIndex >= factorCount
        SUBTRACT 1 FROM factorCount
        ADD 1 TO changeCount
        DISPLAY chosenFromUnit " to " chosenToUnit " deleted."
    END-IF.
ShiftOneFactorDown.
    MOVE factorEntry (factorIndex + 1) TO factorEntry (factorIndex).
LoadStandardFactors.
    MOVE ZERO TO addedCount
    PERFORM LoadOneStandardFactor
        VARYING standardIndex FROM 1 BY 1
        UNTIL standardIndex > standardFactorCount
    DISPLAY addedCount " standard pair(s) added.".
LoadOneStandardFactor.
    MOVE sfFromUnit (standardIndex) TO chosenFromUnit
    MOVE sfToUnit (standardIndex) TO chosenToUnit
    MOVE sfFactor (standardIndex) TO chosenFactor
    MOVE sfPrecision (standardIndex) TO chosenPrecision
    PERFORM FindChosenPair
    IF factorFound = ZERO
        PERFORM StoreChosenPair
    END-IF.
