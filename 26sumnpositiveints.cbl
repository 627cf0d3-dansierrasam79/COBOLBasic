*> limits, and a flag on any sample outside them, plus a trend line
*> of batch means across the run so drifts show before they become
*> rejects.
*> Every sample flagged outside the three-sigma limits now opens a
*> nonconformance report through NCR-OPEN (batch ID, sample value,
*> and the UCL or LCL it broke), and the NCR number is printed on the
*> sample's flag line, so a flagged sample is worked to a disposition
*> instead of being left on the chart.
IDENTIFICATION DIVISION.
PROGRAM-ID. COMPUTE-SUM-N-VALUES.
ENVIRONMENT DIVISION.
        05 FILLER PIC X(3) VALUE " ".
        05 cslSampleValue PIC Z(03)9.99.
        05 cslFlag PIC X(16).
        05 FILLER PIC X(5) VALUE " NCR ".
        05 cslNcrNumber PIC 9(06).
    01 chartTrendLine.
        05 FILLER PIC X(3) VALUE " ".
        05 ctlBatchId PIC X(10).
        05 FILLER PIC X(6) VALUE " MEAN=".
        05 ctlMean PIC Z(04)9.9999.
    01 chartSectionLine PIC X(40).
    01 ncrSourceId PIC X(10).
    01 ncrMeasuredValue PIC S9(08)V9999.
    01 ncrLimitValue PIC S9(08)V9999.
    01 ncrLimitType PIC X(20).
    01 ncrNumber PIC 9(06).
    01 ncrResult PIC X(1).
    01 ncrOpenedCount PIC 9(04) VALUE ZERO.
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27)
        CLOSE samplesFile
        DISPLAY "Control chart written to QCCHART.RPT - "
            trendCount " batch(es)."
        IF ncrOpenedCount > ZERO
            DISPLAY ncrOpenedCount " nonconformance report(s) "
                "opened on NCRREG.DAT"
        END-IF
        MOVE "QC CONTROL CHART" TO tlInputs
        MOVE SPACES TO tlResultOut
        STRING "BATCHES=" DELIMITED BY SIZE
        ADD 1 TO outOfControlCount
        MOVE sampleValue (sampleIndex) TO cslSampleValue
        MOVE " ** OUT OF CTRL" TO cslFlag
        PERFORM OpenSampleNcr
        MOVE ncrNumber TO cslNcrNumber
        WRITE controlChartRecord FROM chartSampleLine
    END-IF.
OpenSampleNcr.
    MOVE currentBatchId TO ncrSourceId
    MOVE sampleValue (sampleIndex) TO ncrMeasuredValue
    IF sampleValue (sampleIndex) > upperControlLimit
        MOVE upperControlLimit TO ncrLimitValue
        MOVE "ABOVE UCL (3 SIGMA)" TO ncrLimitType
    ELSE
        MOVE lowerControlLimit TO ncrLimitValue
        MOVE "BELOW LCL (3 SIGMA)" TO ncrLimitType
    END-IF
    CALL "NCR-OPEN" USING logProgramName, ncrSourceId,
        ncrMeasuredValue, ncrLimitValue, ncrLimitType,
        operatorId, ncrNumber, ncrResult
    IF ncrResult = "O"
        ADD 1 TO ncrOpenedCount
    END-IF.
WriteOneTrendLine.
    MOVE tmBatchId (trendIndex) TO ctlBatchId
    MOVE tmMean (trendIndex) TO ctlMean
