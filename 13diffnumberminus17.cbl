*> effective-from date is on or before the run date, the latest one
*> wins, so a future target change can be loaded ahead of time and
*> cut over by itself.
*> A reading that lands in the BREACH band now opens a nonconformance
*> report through NCR-OPEN (the reading, the target it was measured
*> against, under the DIFF-17 check name) and the NCR number is shown
*> with the reading, so a breach is worked to a disposition instead
*> of vanishing with the session.
IDENTIFICATION DIVISION.
PROGRAM-ID. DISPLAY-ABS-VALUE-17.
ENVIRONMENT DIVISION.
    01 bandCounts.
        05 bandCount PIC 9(05) OCCURS 4 TIMES VALUE ZERO.
    01 bandIndex PIC 9(01).
    01 ncrSourceId PIC X(10) VALUE "DIFF-17".
    01 ncrMeasuredValue PIC S9(08)V9999.
    01 ncrLimitValue PIC S9(08)V9999.
    01 ncrLimitType PIC X(20) VALUE "BREACH >17 OF TARGET".
    01 ncrNumber PIC 9(06).
    01 ncrResult PIC X(1).
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 tlAmountWork PIC S9(09)V9(04).
    END-IF
    PERFORM CLASSIFY-READING
    DISPLAY finalResult " - " bandLabel (bandIndex)
    IF bandIndex = 4
        PERFORM OPEN-READING-NCR
    END-IF
    MOVE gNumber TO tlAmountWork
    CALL "FORMAT-AMOUNT-FOR-LOG" USING tlAmountWork, tlAmount1Text
    MOVE targetValue TO tlAmountWork
    PERFORM TEST-ONE-BAND VARYING bandIndex FROM 1 BY 1
        UNTIL finalResult <= bandUpperBound (bandIndex) OR bandIndex = 4
    ADD 1 TO bandCount (bandIndex).
OPEN-READING-NCR.
    MOVE gNumber TO ncrMeasuredValue
    MOVE targetValue TO ncrLimitValue
    CALL "NCR-OPEN" USING logProgramName, ncrSourceId,
        ncrMeasuredValue, ncrLimitValue, ncrLimitType,
        operatorId, ncrNumber, ncrResult
    IF ncrResult = "O"
        DISPLAY "Nonconformance report " ncrNumber " opened."
    ELSE
        DISPLAY "Already open as nonconformance report " ncrNumber
            "."
    END-IF.
TEST-ONE-BAND.
    CONTINUE.
DISPLAY-BAND-REPORT.
