*> effective-from date is on or before the run date, the latest one
*> wins, so a future limit change can be loaded ahead of time and
*> cut over by itself.
*> A reading within tolerance of neither target now opens a
*> nonconformance report through NCR-OPEN (the reading and the
*> tolerance it broke, source ID TOL1000/20 for the TOL-1000-2000
*> check) and the NCR number is shown, so a tolerance failure is
*> worked to a disposition instead of vanishing with the session.
IDENTIFICATION DIVISION.
PROGRAM-ID. DISPLAY-ABS-VALUE-TOL.
ENVIRONMENT DIVISION.
    01 ctlLimitEOF PIC X(1) VALUE "N".
    01 ctlRunDate PIC 9(08).
    01 ctlBestEffectiveDate PIC 9(08) VALUE ZERO.
    01 withinEitherTarget PIC X(1) VALUE "N".
    01 ncrSourceId PIC X(10) VALUE "TOL1000/20".
    01 ncrMeasuredValue PIC S9(08)V9999.
    01 ncrLimitValue PIC S9(08)V9999.
    01 ncrLimitType PIC X(20) VALUE "OUTSIDE TOLERANCE".
    01 ncrNumber PIC 9(06).
    01 ncrResult PIC X(1).
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 tlAmountWork PIC S9(09)V9(04).
    COMPUTE result = FUNCTION ABS(target1 - gNumber)
    IF result <= tolerance THEN
        DISPLAY result " is within " tolerance " of " target1
        MOVE "Y" TO withinEitherTarget
    ELSE
        DISPLAY result " is NOT within " tolerance " of " target1
    END-IF.
    COMPUTE result = FUNCTION ABS(target2 - gNumber)
    IF result <= tolerance THEN
        DISPLAY result " is within " tolerance " of " target2
        MOVE "Y" TO withinEitherTarget
    ELSE
        DISPLAY result " is NOT within " tolerance " of " target2
    END-IF.
    IF withinEitherTarget = "N"
        PERFORM OPEN-TOLERANCE-NCR
    END-IF
    MOVE gNumber TO tlAmountWork
    CALL "FORMAT-AMOUNT-FOR-LOG" USING tlAmountWork, tlAmount1Text
    MOVE tlAmount1Text TO tlInputs
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
OPEN-TOLERANCE-NCR.
    MOVE gNumber TO ncrMeasuredValue
    MOVE tolerance TO ncrLimitValue
    CALL "NCR-OPEN" USING logProgramName, ncrSourceId,
        ncrMeasuredValue, ncrLimitValue, ncrLimitType,
        operatorId, ncrNumber, ncrResult
    IF ncrResult = "O"
        DISPLAY "Nonconformance report " ncrNumber " opened."
    ELSE
        DISPLAY "Already open as nonconformance report " ncrNumber
            "."
    END-IF.
LOAD-LIMITS-FROM-FILE.
    ACCEPT ctlRunDate FROM DATE YYYYMMDD
    OPEN INPUT ctlLimitFile
