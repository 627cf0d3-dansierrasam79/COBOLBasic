*> creation date) is validated and passed through to the clean file
*> unchanged, so the consuming programs' processed-batch register
*> check keeps working on pre-edited input.
*> CIRCLESPEC.DAT records may now carry a tank length after the
*> radius for COMPUTE-CIRCLE-AREA's strapping tables; when present it
*> must be numeric, and a blank length passes as before.
IDENTIFICATION DIVISION.
PROGRAM-ID. BATCH-PRE-EDIT.
ENVIRONMENT DIVISION.
    01 circleSpecView REDEFINES workRecord.
        05 ccPieceId PIC X(15).
        05 ccRadius PIC X(05).
        05 ccLength PIC X(07).
        05 FILLER PIC X(53).
    01 triSpecView REDEFINES workRecord.
        05 trPieceId PIC X(15).
        05 trBase PIC X(06).
            MOVE "N" TO recordIsValid
            MOVE "RADIUS ZERO" TO rejectReasonText
        END-IF
    END-IF
    IF recordIsValid = "Y" AND ccLength NOT = SPACES
        MOVE ccLength TO numericCheckField
        MOVE 7 TO numericCheckLength
        PERFORM CheckNumericField
        IF recordIsValid = "N"
            MOVE "TANK LENGTH NOT NUMERIC" TO rejectReasonText
        END-IF
    END-IF.
EditTriSpecRecord.
    MOVE trBase TO numericCheckField
