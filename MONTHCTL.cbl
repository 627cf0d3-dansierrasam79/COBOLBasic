*> Step-level controller for the month-end close, modelled on
*> DAILY-STREAM-CONTROLLER. Month end used to be a dozen programs run
*> in a remembered order - LOG-ROLLOVER, TRAN-LOG-STATISTICS, the
*> CASH-RECEIPTS-POSTING aging report, the LOAN-PAYMENT-POSTING
*> delinquency report, ANNUAL-EARNINGS-REGISTER at year end,
*> GL-JOURNAL-EXTRACT, REPORT-ARCHIVER and finally
*> PERIOD-CLOSE-UTILITY - and twice the period was closed before the
*> aging report ran. The step list now comes from MESTEPS.DAT, one
*> row per step in run order: step name, program, run rule (A every
*> month, Y only in a December close, C the period-close step) and
*> how many SYSIN lines the step reads. While the list is not on file
*> the standard order above is used. The controller reads the fiscal
*> period YYYYMM and the operator ID from SYSIN, then runs the steps
*> in order, writing a run-control record to MERUNCTL.DAT (period,
*> step, run date, start and end time, COMPLETE, FAILED or SKIPPED,
*> return code, operator) as each finishes. Any nonzero RETURN-CODE
*> stops the run on the spot. On a rerun a step already COMPLETE for
*> the period is passed over, so the close resumes at the step that
*> failed; a step passed over has its SYSIN lines read and discarded
*> so the same full SYSIN can be staged every time. The close step
*> runs only when every step ahead of it is COMPLETE or SKIPPED for
*> the period, and it is marked COMPLETE only once PERIODCT.DAT shows
*> the period closed. Every run ends by printing the close checklist
*> MECLOSE.RPT - each step with its run date, times and outcome, the
*> period's close status, and the sign-off lines - and a halted run
*> ends with RETURN-CODE 8.
*> DISPUTE-CASE-REPORT now runs in the standard order just ahead of
*> REPORT-ARCHIVER, listing the dispute cases still open at the end
*> of the period and the value conceded to customers in it. It reads
*> the operator ID and the period YYYYMM from SYSIN.
IDENTIFICATION DIVISION.
PROGRAM-ID. MONTH-END-CONTROLLER.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT monthStepFile ASSIGN TO "MESTEPS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS monthStepStatus.
    SELECT monthRunControlFile ASSIGN TO "MERUNCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS monthRunControlStatus.
    SELECT periodControlFile ASSIGN TO "PERIODCT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS periodControlStatus.
    SELECT closeChecklistFile ASSIGN TO "MECLOSE.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  monthStepFile.
01 monthStepRecord.
    05 msStepName PIC X(08).
    05 msProgramName PIC X(27).
    05 msRunRule PIC X(1).
    05 msInputLines PIC 9(02).
FD  monthRunControlFile.
01 monthRunControlRecord.
    05 mcPeriod PIC 9(06).
    05 mcStepName PIC X(08).
    05 mcRunDate PIC 9(08).
    05 mcStartTime PIC 9(06).
    05 mcEndTime PIC 9(06).
    05 mcStatus PIC X(08).
    05 mcReturnCode PIC 9(04).
    05 mcOperatorId PIC X(08).
FD  periodControlFile.
COPY "PERIODCT.cpy".
FD  closeChecklistFile.
01 closeChecklistRecord PIC X(100).
WORKING-STORAGE SECTION.
    01 monthStepStatus PIC X(2) VALUE "00".
    01 monthStepEOF PIC X(1) VALUE "N".
    01 monthRunControlStatus PIC X(2) VALUE "00".
    01 monthRunControlEOF PIC X(1) VALUE "N".
    01 periodControlStatus PIC X(2) VALUE "00".
    01 periodControlEOF PIC X(1) VALUE "N".
    01 MONTH-STEP-TABLE.
        05 MONTH-STEP-ENTRY OCCURS 20 TIMES.
            10 mtStepName PIC X(08).
            10 mtProgramName PIC X(27).
            10 mtRunRule PIC X(1).
            10 mtInputLines PIC 9(02).
    01 monthStepCount PIC 9(02) VALUE ZERO.
    01 monthStepOverflow PIC X(1) VALUE "N".
    01 stepIndex PIC 9(02).
    01 priorStepIndex PIC 9(02).
    01 discardIndex PIC 9(02).
    01 discardLine PIC X(80).
    01 closePeriodText PIC X(06).
    01 closePeriod PIC 9(06).
    01 closePeriodParts REDEFINES closePeriod.
        05 closePeriodYear PIC 9(04).
        05 closePeriodMonth PIC 9(02).
    01 operatorId PIC X(08).
    01 runHalted PIC X(1) VALUE "N".
    01 stepAlreadyDone PIC X(1).
    01 stepOnRecord PIC X(1).
    01 priorStepsDone PIC X(1).
    01 periodIsClosed PIC X(1).
    01 stepReturnCode PIC 9(04).
    01 stepStartTime PIC 9(06).
    01 todayDate PIC 9(08).
    01 currentTimeFields.
        05 ctHours PIC 9(02).
        05 ctMinutes PIC 9(02).
        05 ctSeconds PIC 9(02).
        05 FILLER PIC X(02).
    01 latestRunDate PIC 9(08).
    01 latestStartTime PIC 9(06).
    01 latestEndTime PIC 9(06).
    01 latestStatus PIC X(08).
    01 latestReturnCode PIC 9(04).
    01 latestOperatorId PIC X(08).
    01 timeEditWork PIC 9(06).
    01 timeEditParts REDEFINES timeEditWork.
        05 tewHours PIC 9(02).
        05 tewMinutes PIC 9(02).
        05 tewSeconds PIC 9(02).
    01 checklistTitleLine PIC X(40)
        VALUE "MONTH-END CLOSE CHECKLIST".
    01 checklistPeriodLine.
        05 FILLER PIC X(15) VALUE "FISCAL PERIOD: ".
        05 cplPeriod PIC 9999/99.
        05 FILLER PIC X(11) VALUE "   PRINTED ".
        05 cplPrintDate PIC 9999/99/99.
        05 FILLER PIC X(9) VALUE "  RUN BY ".
        05 cplOperatorId PIC X(08).
    01 checklistHeadingLine.
        05 FILLER PIC X(4) VALUE "SEQ".
        05 FILLER PIC X(9) VALUE "STEP".
        05 FILLER PIC X(28) VALUE "PROGRAM".
        05 FILLER PIC X(11) VALUE "RUN DATE".
        05 FILLER PIC X(9) VALUE "START".
        05 FILLER PIC X(9) VALUE "END".
        05 FILLER PIC X(9) VALUE "OPERATOR".
        05 FILLER PIC X(21) VALUE "OUTCOME".
    01 checklistDetailLine.
        05 cdlSequence PIC Z9.
        05 FILLER PIC X(2) VALUE SPACES.
        05 cdlStepName PIC X(08).
        05 FILLER PIC X(1) VALUE SPACE.
        05 cdlProgramName PIC X(27).
        05 FILLER PIC X(1) VALUE SPACE.
        05 cdlRunDate PIC X(10).
        05 FILLER PIC X(1) VALUE SPACE.
        05 cdlStartTime PIC X(08).
        05 FILLER PIC X(1) VALUE SPACE.
        05 cdlEndTime PIC X(08).
        05 FILLER PIC X(1) VALUE SPACE.
        05 cdlOperatorId PIC X(08).
        05 FILLER PIC X(1) VALUE SPACE.
        05 cdlOutcome PIC X(21).
    01 checklistTimeText.
        05 cttHours PIC 9(02).
        05 FILLER PIC X(1) VALUE ":".
        05 cttMinutes PIC 9(02).
        05 FILLER PIC X(1) VALUE ":".
        05 cttSeconds PIC 9(02).
    01 checklistEditedDate PIC 9999/99/99.
    01 checklistOutcomeText PIC X(21).
    01 checklistEditedCode PIC ZZZ9.
    01 checklistStatusLine PIC X(60).
    01 checklistSignLine PIC X(60).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT todayDate FROM DATE YYYYMMDD
    DISPLAY "Enter fiscal period to close YYYYMM: "
    ACCEPT closePeriodText
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    IF closePeriodText IS NOT NUMERIC
        DISPLAY "PERIOD " closePeriodText " IS NOT YYYYMM - "
            "MONTH END NOT RUN"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
    MOVE closePeriodText TO closePeriod
    IF closePeriodMonth < 1 OR closePeriodMonth > 12
        DISPLAY "PERIOD " closePeriodText " IS NOT YYYYMM - "
            "MONTH END NOT RUN"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM LoadMonthStepTable
    IF monthStepOverflow = "Y"
        DISPLAY "MESTEPS.DAT HOLDS MORE THAN 20 STEPS - "
            "MONTH END NOT RUN"
        MOVE "Y" TO runHalted
    ELSE
        PERFORM CheckPeriodClosed
        IF periodIsClosed = "Y"
            DISPLAY "PERIOD " closePeriod " IS ALREADY CLOSED ON "
                "PERIODCT.DAT"
        END-IF
        PERFORM RunOneMonthStep
            VARYING stepIndex FROM 1 BY 1
            UNTIL stepIndex > monthStepCount
                OR runHalted = "Y"
    END-IF
    PERFORM WriteCloseChecklist
    IF runHalted = "Y"
        DISPLAY "MONTH END HALTED - SEE MECLOSE.RPT"
        MOVE 8 TO RETURN-CODE
    ELSE
        DISPLAY "MONTH END COMPLETE - SEE MECLOSE.RPT"
        MOVE ZERO TO RETURN-CODE
    END-IF
    GOBACK.
LoadMonthStepTable.
    MOVE ZERO TO monthStepCount
    MOVE "N" TO monthStepEOF
    OPEN INPUT monthStepFile
    IF monthStepStatus = "00"
        PERFORM AddOneMonthStep UNTIL monthStepEOF = "Y"
        CLOSE monthStepFile
    ELSE
        DISPLAY "MONTH-END STEP LIST NOT ON FILE - "
            "STANDARD STEP ORDER USED"
        PERFORM LoadStandardStepList
    END-IF.
AddOneMonthStep.
    READ monthStepFile
        AT END MOVE "Y" TO monthStepEOF
        NOT AT END
            IF monthStepCount = 20
                MOVE "Y" TO monthStepOverflow
                MOVE "Y" TO monthStepEOF
            ELSE
                ADD 1 TO monthStepCount
                MOVE msStepName TO mtStepName (monthStepCount)
                MOVE msProgramName
                    TO mtProgramName (monthStepCount)
                MOVE msRunRule TO mtRunRule (monthStepCount)
                IF msInputLines IS NUMERIC
                    MOVE msInputLines
                        TO mtInputLines (monthStepCount)
                ELSE
                    MOVE ZERO TO mtInputLines (monthStepCount)
                END-IF
            END-IF
    END-READ.
LoadStandardStepList.
    MOVE "LOGROLL" TO mtStepName (1)
    MOVE "LOG-ROLLOVER" TO mtProgramName (1)
    MOVE "A" TO mtRunRule (1)
    MOVE 0 TO mtInputLines (1)
    MOVE "TRANSTAT" TO mtStepName (2)
    MOVE "TRAN-LOG-STATISTICS" TO mtProgramName (2)
    MOVE "A" TO mtRunRule (2)
    MOVE 1 TO mtInputLines (2)
    MOVE "CASHAGE" TO mtStepName (3)
    MOVE "CASH-RECEIPTS-POSTING" TO mtProgramName (3)
    MOVE "A" TO mtRunRule (3)
    MOVE 2 TO mtInputLines (3)
    MOVE "LOANDLQ" TO mtStepName (4)
    MOVE "LOAN-PAYMENT-POSTING" TO mtProgramName (4)
    MOVE "A" TO mtRunRule (4)
    MOVE 2 TO mtInputLines (4)
    MOVE "EARNREG" TO mtStepName (5)
    MOVE "ANNUAL-EARNINGS-REGISTER" TO mtProgramName (5)
    MOVE "Y" TO mtRunRule (5)
    MOVE 2 TO mtInputLines (5)
    MOVE "GLEXTR" TO mtStepName (6)
    MOVE "GL-JOURNAL-EXTRACT" TO mtProgramName (6)
    MOVE "A" TO mtRunRule (6)
    MOVE 1 TO mtInputLines (6)
    MOVE "DISPRPT" TO mtStepName (7)
    MOVE "DISPUTE-CASE-REPORT" TO mtProgramName (7)
    MOVE "A" TO mtRunRule (7)
    MOVE 2 TO mtInputLines (7)
    MOVE "RPTARCH" TO mtStepName (8)
    MOVE "REPORT-ARCHIVER" TO mtProgramName (8)
    MOVE "A" TO mtRunRule (8)
    MOVE 3 TO mtInputLines (8)
    MOVE "PERCLOSE" TO mtStepName (9)
    MOVE "PERIOD-CLOSE-UTILITY" TO mtProgramName (9)
    MOVE "C" TO mtRunRule (9)
    MOVE 4 TO mtInputLines (9)
    MOVE 9 TO monthStepCount.
RunOneMonthStep.
    PERFORM CheckStepAlreadyDone
    IF stepAlreadyDone = "Y"
        DISPLAY "STEP " mtStepName (stepIndex)
            " ALREADY COMPLETE FOR PERIOD " closePeriod " - SKIPPED"
        PERFORM DiscardStepInput
    ELSE
    IF mtRunRule (stepIndex) = "Y" AND closePeriodMonth NOT = 12
        DISPLAY "STEP " mtStepName (stepIndex)
            " RUNS AT YEAR END ONLY - SKIPPED"
        PERFORM DiscardStepInput
        PERFORM CheckStepOnRecord
        IF stepOnRecord = "N"
            MOVE "SKIPPED" TO mcStatus
            MOVE ZERO TO stepStartTime
            MOVE ZERO TO stepReturnCode
            PERFORM WriteMonthRunControlRecord
        END-IF
    ELSE
    IF mtRunRule (stepIndex) = "C"
        PERFORM CheckPriorStepsDone
        IF priorStepsDone = "N"
            DISPLAY "STEP " mtStepName (stepIndex)
                " REFUSED - AN EARLIER STEP IS NOT COMPLETE FOR "
                "PERIOD " closePeriod
            MOVE "Y" TO runHalted
        ELSE
            PERFORM RunStepProgram
        END-IF
    ELSE
        PERFORM RunStepProgram
    END-IF
    END-IF
    END-IF.
RunStepProgram.
    DISPLAY "STEP " mtStepName (stepIndex) " STARTING - "
        mtProgramName (stepIndex)
    PERFORM GetCurrentTime
    MOVE currentTimeFields (1:6) TO stepStartTime
    MOVE ZERO TO RETURN-CODE
    CALL mtProgramName (stepIndex)
    CANCEL mtProgramName (stepIndex)
    MOVE RETURN-CODE TO stepReturnCode
    MOVE ZERO TO RETURN-CODE
    IF stepReturnCode = ZERO AND mtRunRule (stepIndex) = "C"
        PERFORM CheckPeriodClosed
        IF periodIsClosed = "N"
            DISPLAY "STEP " mtStepName (stepIndex)
                " DID NOT CLOSE PERIOD " closePeriod
                " ON PERIODCT.DAT"
            MOVE 8 TO stepReturnCode
        END-IF
    END-IF
    IF stepReturnCode NOT = ZERO
        DISPLAY "STEP " mtStepName (stepIndex)
            " ENDED WITH RETURN CODE " stepReturnCode
            " - MONTH END STOPPED"
        MOVE "FAILED" TO mcStatus
        PERFORM WriteMonthRunControlRecord
        MOVE "Y" TO runHalted
    ELSE
        MOVE "COMPLETE" TO mcStatus
        PERFORM WriteMonthRunControlRecord
        DISPLAY "STEP " mtStepName (stepIndex) " COMPLETE"
    END-IF.
DiscardStepInput.
    PERFORM DiscardOneInputLine
        VARYING discardIndex FROM 1 BY 1
        UNTIL discardIndex > mtInputLines (stepIndex).
DiscardOneInputLine.
    ACCEPT discardLine.
GetCurrentTime.
    ACCEPT currentTimeFields FROM TIME.
CheckStepAlreadyDone.
    MOVE "N" TO stepAlreadyDone
    MOVE "N" TO monthRunControlEOF
    OPEN INPUT monthRunControlFile
    IF monthRunControlStatus = "00"
        PERFORM MatchOneCompleteRecord
            UNTIL monthRunControlEOF = "Y"
        CLOSE monthRunControlFile
    END-IF.
MatchOneCompleteRecord.
    READ monthRunControlFile
        AT END MOVE "Y" TO monthRunControlEOF
        NOT AT END
            IF mcPeriod = closePeriod
                AND mcStepName = mtStepName (stepIndex)
                AND mcStatus = "COMPLETE"
                MOVE "Y" TO stepAlreadyDone
            END-IF
    END-READ.
CheckStepOnRecord.
    MOVE "N" TO stepOnRecord
    MOVE "N" TO monthRunControlEOF
    OPEN INPUT monthRunControlFile
    IF monthRunControlStatus = "00"
        PERFORM MatchOneStepRecord UNTIL monthRunControlEOF = "Y"
        CLOSE monthRunControlFile
    END-IF.
MatchOneStepRecord.
    READ monthRunControlFile
        AT END MOVE "Y" TO monthRunControlEOF
        NOT AT END
            IF mcPeriod = closePeriod
                AND mcStepName = mtStepName (stepIndex)
                AND (mcStatus = "COMPLETE" OR mcStatus = "SKIPPED")
                MOVE "Y" TO stepOnRecord
            END-IF
    END-READ.
CheckPriorStepsDone.
    MOVE "Y" TO priorStepsDone
    PERFORM CheckOnePriorStep
        VARYING priorStepIndex FROM 1 BY 1
        UNTIL priorStepIndex >= stepIndex.
CheckOnePriorStep.
    MOVE "N" TO stepOnRecord
    MOVE "N" TO monthRunControlEOF
    OPEN INPUT monthRunControlFile
    IF monthRunControlStatus = "00"
        PERFORM MatchOnePriorRecord UNTIL monthRunControlEOF = "Y"
        CLOSE monthRunControlFile
    END-IF
    IF stepOnRecord = "N"
        MOVE "N" TO priorStepsDone
        DISPLAY "  STEP " mtStepName (priorStepIndex)
            " HAS NOT COMPLETED FOR PERIOD " closePeriod
    END-IF.
MatchOnePriorRecord.
    READ monthRunControlFile
        AT END MOVE "Y" TO monthRunControlEOF
        NOT AT END
            IF mcPeriod = closePeriod
                AND mcStepName = mtStepName (priorStepIndex)
                AND (mcStatus = "COMPLETE" OR mcStatus = "SKIPPED")
                MOVE "Y" TO stepOnRecord
            END-IF
    END-READ.
CheckPeriodClosed.
    MOVE "N" TO periodIsClosed
    MOVE "N" TO periodControlEOF
    OPEN INPUT periodControlFile
    IF periodControlStatus = "00"
        PERFORM MatchOnePeriodRecord UNTIL periodControlEOF = "Y"
        CLOSE periodControlFile
    END-IF.
MatchOnePeriodRecord.
    READ periodControlFile
        AT END MOVE "Y" TO periodControlEOF
        NOT AT END
            IF pcPeriod = closePeriod AND pcStatus = "C"
                MOVE "Y" TO periodIsClosed
            END-IF
    END-READ.
WriteMonthRunControlRecord.
    OPEN EXTEND monthRunControlFile
    IF monthRunControlStatus = "05" OR monthRunControlStatus = "35"
        OPEN OUTPUT monthRunControlFile
    END-IF
    MOVE closePeriod TO mcPeriod
    MOVE mtStepName (stepIndex) TO mcStepName
    MOVE todayDate TO mcRunDate
    MOVE stepStartTime TO mcStartTime
    IF mcStatus = "SKIPPED"
        MOVE ZERO TO mcEndTime
    ELSE
        PERFORM GetCurrentTime
        MOVE currentTimeFields (1:6) TO mcEndTime
    END-IF
    MOVE stepReturnCode TO mcReturnCode
    MOVE operatorId TO mcOperatorId
    WRITE monthRunControlRecord
    CLOSE monthRunControlFile.
WriteCloseChecklist.
    OPEN OUTPUT closeChecklistFile
    WRITE closeChecklistRecord FROM checklistTitleLine
    MOVE closePeriod TO cplPeriod
    MOVE todayDate TO cplPrintDate
    MOVE operatorId TO cplOperatorId
    WRITE closeChecklistRecord FROM checklistPeriodLine
    MOVE SPACES TO closeChecklistRecord
    WRITE closeChecklistRecord
    WRITE closeChecklistRecord FROM checklistHeadingLine
    PERFORM WriteOneChecklistLine
        VARYING stepIndex FROM 1 BY 1
        UNTIL stepIndex > monthStepCount
    MOVE SPACES TO closeChecklistRecord
    WRITE closeChecklistRecord
    PERFORM CheckPeriodClosed
    MOVE SPACES TO checklistStatusLine
    IF periodIsClosed = "Y"
        STRING "PERIOD " DELIMITED BY SIZE
            closePeriod DELIMITED BY SIZE
            " IS CLOSED ON PERIODCT.DAT" DELIMITED BY SIZE
            INTO checklistStatusLine
        END-STRING
    ELSE
        STRING "PERIOD " DELIMITED BY SIZE
            closePeriod DELIMITED BY SIZE
            " IS NOT CLOSED - MONTH END INCOMPLETE" DELIMITED BY SIZE
            INTO checklistStatusLine
        END-STRING
    END-IF
    WRITE closeChecklistRecord FROM checklistStatusLine
    MOVE SPACES TO closeChecklistRecord
    WRITE closeChecklistRecord
    MOVE "PREPARED BY: ____________________  DATE: __________"
        TO checklistSignLine
    WRITE closeChecklistRecord FROM checklistSignLine
    MOVE SPACES TO closeChecklistRecord
    WRITE closeChecklistRecord
    MOVE "REVIEWED BY: ____________________  DATE: __________"
        TO checklistSignLine
    WRITE closeChecklistRecord FROM checklistSignLine
    MOVE SPACES TO closeChecklistRecord
    WRITE closeChecklistRecord
    MOVE "APPROVED BY: ____________________  DATE: __________"
        TO checklistSignLine
    WRITE closeChecklistRecord FROM checklistSignLine
    CLOSE closeChecklistFile.
WriteOneChecklistLine.
    PERFORM FindLatestStepRecord
    MOVE stepIndex TO cdlSequence
    MOVE mtStepName (stepIndex) TO cdlStepName
    MOVE mtProgramName (stepIndex) TO cdlProgramName
    MOVE SPACES TO cdlRunDate
    MOVE SPACES TO cdlStartTime
    MOVE SPACES TO cdlEndTime
    MOVE SPACES TO cdlOperatorId
    IF stepOnRecord = "N"
        IF mtRunRule (stepIndex) = "C" AND runHalted = "Y"
            MOVE "NOT RUN - HELD" TO cdlOutcome
        ELSE
            MOVE "NOT RUN" TO cdlOutcome
        END-IF
    ELSE
        MOVE latestRunDate TO checklistEditedDate
        MOVE checklistEditedDate TO cdlRunDate
        MOVE latestOperatorId TO cdlOperatorId
        IF latestStatus NOT = "SKIPPED"
            MOVE latestStartTime TO timeEditWork
            PERFORM FormatChecklistTime
            MOVE checklistTimeText TO cdlStartTime
            MOVE latestEndTime TO timeEditWork
            PERFORM FormatChecklistTime
            MOVE checklistTimeText TO cdlEndTime
        END-IF
        EVALUATE latestStatus
            WHEN "COMPLETE"
                MOVE "COMPLETE" TO cdlOutcome
            WHEN "SKIPPED"
                MOVE "SKIPPED - YEAR END" TO cdlOutcome
            WHEN OTHER
                MOVE latestReturnCode TO checklistEditedCode
                MOVE SPACES TO checklistOutcomeText
                STRING "FAILED RC=" DELIMITED BY SIZE
                    FUNCTION TRIM(checklistEditedCode)
                        DELIMITED BY SIZE
                    INTO checklistOutcomeText
                END-STRING
                MOVE checklistOutcomeText TO cdlOutcome
        END-EVALUATE
    END-IF
    WRITE closeChecklistRecord FROM checklistDetailLine.
FindLatestStepRecord.
    MOVE "N" TO stepOnRecord
    MOVE "N" TO monthRunControlEOF
    OPEN INPUT monthRunControlFile
    IF monthRunControlStatus = "00"
        PERFORM MatchLatestStepRecord UNTIL monthRunControlEOF = "Y"
        CLOSE monthRunControlFile
    END-IF.
MatchLatestStepRecord.
    READ monthRunControlFile
        AT END MOVE "Y" TO monthRunControlEOF
        NOT AT END
            IF mcPeriod = closePeriod
                AND mcStepName = mtStepName (stepIndex)
                MOVE "Y" TO stepOnRecord
                MOVE mcRunDate TO latestRunDate
                MOVE mcStartTime TO latestStartTime
                MOVE mcEndTime TO latestEndTime
                MOVE mcStatus TO latestStatus
                MOVE mcReturnCode TO latestReturnCode
                MOVE mcOperatorId TO latestOperatorId
            END-IF
    END-READ.
FormatChecklistTime.
    MOVE tewHours TO cttHours
    MOVE tewMinutes TO cttMinutes
    MOVE tewSeconds TO cttSeconds.
