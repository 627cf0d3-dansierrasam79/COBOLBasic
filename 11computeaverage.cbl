*> from the master entirely - is flagged on its GAUGEAVG.RPT line and
*> warned to the console, so its average is never mistaken for a
*> trustworthy figure. The history row still appends either way.
*> Each overdue gauge's day of readings now also opens a
*> nonconformance report through NCR-OPEN (instrument ID, the day's
*> average reading, and the calibration due date it ran past), so
*> the suspect readings are dispositioned rather than just warned.
IDENTIFICATION DIVISION.
PROGRAM-ID. DISPLAY-AVG-THREE-NUMBERS.
ENVIRONMENT DIVISION.
01 todayInteger PIC 9(08).
01 calibrationDueInteger PIC 9(08).
01 overdueInstrumentCount PIC 99 VALUE ZERO.
01 ncrSourceId PIC X(10).
01 ncrMeasuredValue PIC S9(08)V9999.
01 ncrLimitValue PIC S9(08)V9999.
01 ncrLimitType PIC X(20) VALUE "CALIBRATION DUE DATE".
01 ncrNumber PIC 9(06).
01 ncrResult PIC X(1).
    01 logProgramName PIC X(27)
        VALUE "DISPLAY-AVG-THREE-NUMBERS".
    01 logRunStatus PIC X(08) VALUE "OK".
                    DISPLAY "WARNING: readings from "
                        inInstrumentId (instrumentIndex)
                        " - calibration overdue."
                    PERFORM OPEN-OVERDUE-GAUGE-NCR
                END-IF
        END-EVALUATE
    END-IF.
OPEN-OVERDUE-GAUGE-NCR.
    MOVE inInstrumentId (instrumentIndex) TO ncrSourceId
    MOVE gaugeAverage TO ncrMeasuredValue
    COMPUTE ncrLimitValue =
        FUNCTION DATE-OF-INTEGER(calibrationDueInteger)
    CALL "NCR-OPEN" USING logProgramName, ncrSourceId,
        ncrMeasuredValue, ncrLimitValue, ncrLimitType,
        operatorId, ncrNumber, ncrResult
    IF ncrResult = "O"
        DISPLAY "Nonconformance report " ncrNumber " opened for "
            inInstrumentId (instrumentIndex)
    END-IF.
MATCH-ONE-MASTER-ENTRY.
    IF msInstrumentId (masterIndex)
        = inInstrumentId (instrumentIndex)
