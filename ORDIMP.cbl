*> numeric or whose material code has no translation goes to the
*> SUSPENSE.DAT correction cycle with a reason code, exactly as the
*> pre-edit rejects its records, instead of silently vanishing.
*> An "F" row can now name the customer's dimension unit and ours
*> (IN, MM, CM and so on) instead of carrying its own factor: the
*> factor between them is then taken from the shared
*> conversion-factor master CONVFACT.DAT through CONVERT-UNITS, the
*> same figure every other converting program uses, and the import
*> is abandoned if that pair is not on file. An "F" row without unit
*> codes keeps using its own factor as before.
*> With unit codes named, each dimension is now converted through
*> CONVERT-UNITS value by value rather than by a factor taken from
*> converting 1: the conversion rounds its result to the factor row's
*> precision, so a factor derived that way was itself rounded (0.039
*> for 0.03937) and threw every imported dimension off. The lookup
*> with 1 is kept only to abandon the import when the pair is not on
*> file.
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTOMER-ORDER-IMPORT.
ENVIRONMENT DIVISION.
    05 fmDim2Start PIC 99.
    05 fmDim2Length PIC 99.
    05 fmUnitFactor PIC 9V9999.
    05 fmTheirUnit PIC X(04).
    05 fmOurUnit PIC X(04).
01 materialMapRecord REDEFINES customerMapRecord.
    05 mmRecordType PIC X(1).
    05 mmCustomerId PIC X(6).
    05 mmTheirCode PIC X(8).
    05 mmOurCode PIC X(4).
    05 FILLER PIC X(19).
FD  shapeJobFile.
01 shapeJobRecord.
    05 sjRecordType PIC X(1).
        05 mapDim1Length PIC 99.
        05 mapDim2Start PIC 99.
        05 mapDim2Length PIC 99.
        05 mapUnitFactor PIC 9(07)V9(08).
        05 mapTheirUnit PIC X(04).
        05 mapOurUnit PIC X(04).
    01 unitFactorFound PIC X(1) VALUE "Y".
    01 conversionValueIn PIC S9(09)V9(08).
    01 conversionValueOut PIC S9(09)V9(08).
    01 conversionResult PIC X(01).
    01 materialMapTable.
        05 materialMapEntry OCCURS 30 TIMES.
            10 mpTheirCode PIC X(8).
    DISPLAY "Enter currency code (blank for home): "
    ACCEPT chosenCurrencyCode
    PERFORM LoadCustomerMapping
    IF fieldMapFound = "Y"
        PERFORM ResolveUnitFactor
    END-IF
    IF fieldMapFound = "N"
        DISPLAY "No field mapping on CUSTMAP.DAT for "
            chosenCustomerId " - import abandoned."
        MOVE "ERROR" TO logRunStatus
        MOVE chosenCustomerId TO tlInputs
        MOVE "NO MAPPING" TO tlResultOut
    ELSE
    IF unitFactorFound = "N"
        DISPLAY "No " mapTheirUnit " to " mapOurUnit
            " factor on CONVFACT.DAT - import abandoned."
        MOVE "ERROR" TO logRunStatus
        MOVE chosenCustomerId TO tlInputs
        MOVE "NO UNIT FACTOR" TO tlResultOut
    ELSE
        PERFORM ImportOrderFile
        MOVE chosenCustomerId TO tlInputs
            INTO tlResultOut
        END-STRING
    END-IF
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
                    MOVE fmDim2Start TO mapDim2Start
                    MOVE fmDim2Length TO mapDim2Length
                    MOVE fmUnitFactor TO mapUnitFactor
                    MOVE fmTheirUnit TO mapTheirUnit
                    MOVE fmOurUnit TO mapOurUnit
                    MOVE "Y" TO fieldMapFound
                WHEN mmRecordType = "M"
                    AND mmCustomerId = chosenCustomerId
                    CONTINUE
            END-EVALUATE
    END-READ.
ResolveUnitFactor.
    MOVE "Y" TO unitFactorFound
    IF mapTheirUnit NOT = SPACES AND mapOurUnit NOT = SPACES
        MOVE 1 TO conversionValueIn
        CALL "CONVERT-UNITS" USING mapTheirUnit, mapOurUnit,
            conversionValueIn, conversionValueOut, conversionResult
        IF conversionResult = "N"
            MOVE "N" TO unitFactorFound
        END-IF
    END-IF.
ImportOrderFile.
    OPEN INPUT customerOrderFile
    IF customerOrderStatus NOT = "00"
    MOVE mapDim1Length TO fieldLength
    PERFORM CheckFieldNumeric
    IF fieldIsNumeric = "Y"
        PERFORM ConvertDimensionValue
        MOVE dimWorkValue TO sjDim1
    ELSE
        MOVE "DIMENSION 1 NOT NUMERIC" TO rejectReasonText
    MOVE mapDim2Length TO fieldLength
    PERFORM CheckFieldNumeric
    IF fieldIsNumeric = "Y"
        PERFORM ConvertDimensionValue
        MOVE dimWorkValue TO sjDim2
    ELSE
        IF rejectReasonText = SPACES
            MOVE "DIMENSION 2 NOT NUMERIC" TO rejectReasonText
        END-IF
    END-IF.
ConvertDimensionValue.
    COMPUTE conversionValueIn = FUNCTION NUMVAL(fieldText)
    IF mapTheirUnit NOT = SPACES AND mapOurUnit NOT = SPACES
        CALL "CONVERT-UNITS" USING mapTheirUnit, mapOurUnit,
            conversionValueIn, conversionValueOut, conversionResult
        COMPUTE dimWorkValue ROUNDED = conversionValueOut
    ELSE
        COMPUTE dimWorkValue ROUNDED =
            conversionValueIn * mapUnitFactor
    END-IF.
CheckFieldNumeric.
    MOVE "Y" TO fieldIsNumeric
    IF fieldText = SPACES
