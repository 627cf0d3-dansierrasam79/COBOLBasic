*> Shared nonconformance report opener CALLed by the QC programs
*> whenever they flag a result out of limit - the control-chart
*> sigma flags in COMPUTE-SUM-N-VALUES, the tolerance failures in
*> DISPLAY-ABS-VALUE-17 and DISPLAY-ABS-VALUE-TOL, and readings from
*> overdue gauges in DISPLAY-AVG-THREE-NUMBERS. Flagged results used
*> to sit on a report and go no further; each one now opens a
*> numbered NCR on NCRREG.DAT carrying the source program, batch or
*> instrument ID, measured value and limit, for NCR-MAINTENANCE to
*> disposition and close. The next NCR number is one past the
*> highest on the register. A rerun of the same batch does not open
*> a second NCR: if an open NCR already carries the same program,
*> ID, limit description and measured value, its number is handed
*> back with a result of "D" instead of "O". Kept as one subprogram,
*> like BATCH-REGISTER, so the register format can't drift between
*> the callers.
IDENTIFICATION DIVISION.
PROGRAM-ID. NCR-OPEN.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ncrRegisterFile ASSIGN TO "NCRREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ncrRegisterStatus.
DATA DIVISION.
FILE SECTION.
FD  ncrRegisterFile.
COPY "NCRREG.cpy".
WORKING-STORAGE SECTION.
    01 ncrRegisterStatus PIC X(2) VALUE "00".
    01 ncrRegisterEOF PIC X(1) VALUE "N".
    01 highestNcrNumber PIC 9(06) VALUE ZERO.
    01 ncrTodayDate PIC 9(08).
LINKAGE SECTION.
01 LK-SOURCE-PROGRAM PIC X(27).
01 LK-SOURCE-ID PIC X(10).
01 LK-MEASURED-VALUE PIC S9(08)V9999.
01 LK-LIMIT-VALUE PIC S9(08)V9999.
01 LK-LIMIT-TYPE PIC X(20).
01 LK-OPERATOR-ID PIC X(08).
01 LK-NCR-NUMBER PIC 9(06).
01 LK-RESULT PIC X(01).
PROCEDURE DIVISION USING LK-SOURCE-PROGRAM, LK-SOURCE-ID,
    LK-MEASURED-VALUE, LK-LIMIT-VALUE, LK-LIMIT-TYPE,
    LK-OPERATOR-ID, LK-NCR-NUMBER, LK-RESULT.
NCR-OPEN-REQUEST.
    MOVE "O" TO LK-RESULT
    MOVE ZERO TO LK-NCR-NUMBER
    PERFORM ScanNcrRegister
    IF LK-RESULT = "O"
        PERFORM AppendNewNcr
    END-IF
    GOBACK.
ScanNcrRegister.
    MOVE ZERO TO highestNcrNumber
    MOVE "N" TO ncrRegisterEOF
    OPEN INPUT ncrRegisterFile
    IF ncrRegisterStatus = "00"
        PERFORM CheckOneNcrRecord
            UNTIL ncrRegisterEOF = "Y"
        CLOSE ncrRegisterFile
    END-IF.
CheckOneNcrRecord.
    READ ncrRegisterFile
        AT END MOVE "Y" TO ncrRegisterEOF
        NOT AT END
            IF nrNcrNumber IS NUMERIC
                AND nrNcrNumber > highestNcrNumber
                MOVE nrNcrNumber TO highestNcrNumber
            END-IF
            IF nrStatus = "O"
                AND nrSourceProgram = LK-SOURCE-PROGRAM
                AND nrSourceId = LK-SOURCE-ID
                AND nrLimitType = LK-LIMIT-TYPE
                AND nrMeasuredValue = LK-MEASURED-VALUE
                MOVE "D" TO LK-RESULT
                MOVE nrNcrNumber TO LK-NCR-NUMBER
            END-IF
    END-READ.
AppendNewNcr.
    OPEN EXTEND ncrRegisterFile
    IF ncrRegisterStatus = "05" OR ncrRegisterStatus = "35"
        OPEN OUTPUT ncrRegisterFile
    END-IF
    ACCEPT ncrTodayDate FROM DATE YYYYMMDD
    ADD 1 TO highestNcrNumber
    MOVE highestNcrNumber TO nrNcrNumber
    MOVE ncrTodayDate TO nrOpenDate
    MOVE LK-OPERATOR-ID TO nrOpenedBy
    MOVE LK-SOURCE-PROGRAM TO nrSourceProgram
    MOVE LK-SOURCE-ID TO nrSourceId
    MOVE LK-MEASURED-VALUE TO nrMeasuredValue
    MOVE LK-LIMIT-VALUE TO nrLimitValue
    MOVE LK-LIMIT-TYPE TO nrLimitType
    MOVE "O" TO nrStatus
    MOVE SPACE TO nrDisposition
    MOVE SPACES TO nrRootCause
    MOVE SPACES TO nrCorrectiveAction
    MOVE SPACES TO nrOwner
    MOVE ZERO TO nrCloseDate
    WRITE ncrRecord
    CLOSE ncrRegisterFile
    MOVE highestNcrNumber TO LK-NCR-NUMBER.
