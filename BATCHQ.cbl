*> Batch request queue CALLed from SUITE-MENU. Operators used to ring
*> the night operator to have a batch utility rerun against a late
*> extract, and nothing recorded who asked, for when, or what came of
*> it. In (S)ubmit mode the signed-on operator picks one of the
*> suite's batch-mode utilities, keys the parameter lines its prompts
*> take after the operator ID, a run window (earliest and latest run
*> date) and a priority, and the request is appended to BATCHQ.DAT.
*> An operator may only queue a utility their OPERAUTH.DAT row clears
*> them to run from the menu; a refusal is handed back to the menu,
*> which writes it to SECURITY.LOG like any other refused choice.
*> DAILY-STREAM-CONTROLLER drains the queue after the standard steps
*> and records each request's outcome and return code on the row. In
*> (L)ist mode, called at sign-on, the operator's own requests are
*> shown with their status: every request still waiting, and every
*> one finished or expired in the last seven days.
*> Two more jobs can be queued: REPRICE, the open-quote repricing run
*> QUOTE-REPRICE-RUN, for after a supplier price change, and ARAGING,
*> CASH-RECEIPTS-POSTING's aging and dunning run, for an extra aging
*> ahead of a credit meeting. Neither is a numbered menu utility, so
*> they are gated on OPERAUTH.DAT positions 17 and 18, which no menu
*> entry uses. Each job now carries the mode line its program takes
*> after the operator ID ("B" for the batch-mode utilities, "A" for
*> the aging, none for the repricing run, which asks nothing else).
IDENTIFICATION DIVISION.
PROGRAM-ID. BATCH-REQUEST-QUEUE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT batchQueueFile ASSIGN TO "BATCHQ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS batchQueueStatus.
DATA DIVISION.
FILE SECTION.
FD  batchQueueFile.
COPY "BATCHQ.cpy".
WORKING-STORAGE SECTION.
    01 batchQueueStatus PIC X(2) VALUE "00".
    01 batchQueueEOF PIC X(1) VALUE "N".
    01 QUEUEABLE-JOB-TABLE.
        05 QUEUEABLE-JOB-ENTRY OCCURS 8 TIMES.
            10 qjJobName PIC X(08).
            10 qjProgramName PIC X(27).
            10 qjUtilityNumber PIC 9(02).
            10 qjModeLine PIC X(12).
            10 qjMinExtraLines PIC 9(01).
            10 qjExtraLines PIC 9(01).
            10 qjDescription PIC X(30).
    01 queueableJobCount PIC 9(02) VALUE 8.
    01 jobIndex PIC 9(02).
    01 jobFound PIC 9(02).
    01 queueTodayDate PIC 9(08).
    01 queueTodayInteger PIC 9(08).
    01 runDateInteger PIC 9(08).
    01 currentTimeFields.
        05 ctHours PIC 9(02).
        05 ctMinutes PIC 9(02).
        05 ctSeconds PIC 9(02).
        05 FILLER PIC X(02).
    01 requestJobName PIC X(08).
    01 requestReady PIC X(1).
    01 requestRefusal PIC X(40).
    01 keyedCountText PIC X(01).
    01 requestExtraCount PIC 9(01).
    01 requestFixedCount PIC 9(01).
    01 parameterIndex PIC 9(01).
    01 requestParameters.
        05 requestParameterLine PIC X(12) OCCURS 3 TIMES.
    01 keyedDateText PIC X(08).
    01 requestWindowStart PIC 9(08).
    01 requestWindowEnd PIC 9(08).
    01 dateToCheck PIC 9(08).
    01 dateCheckFields REDEFINES dateToCheck.
        05 dcYear PIC 9(04).
        05 dcMonth PIC 9(02).
        05 dcDay PIC 9(02).
    01 dateIsValid PIC X(1).
    01 keyedPriorityText PIC X(01).
    01 requestPriority PIC 9(01).
    01 highestRequestNumber PIC 9(06) VALUE ZERO.
    01 newRequestNumber PIC 9(06).
    01 listedCount PIC 9(03) VALUE ZERO.
    01 listBannerLine PIC X(40) VALUE "-- YOUR BATCH REQUESTS --".
    01 requestShowLine.
        05 FILLER PIC X(04) VALUE "REQ ".
        05 rslRequestNumber PIC 9(06).
        05 FILLER PIC X(01) VALUE SPACE.
        05 rslJobName PIC X(08).
        05 FILLER PIC X(05) VALUE " PRI ".
        05 rslPriority PIC 9(01).
        05 FILLER PIC X(01) VALUE SPACE.
        05 rslStatusText PIC X(40).
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27) VALUE "BATCH-REQUEST-QUEUE".
    01 logRunStatus PIC X(08) VALUE "OK".
LINKAGE SECTION.
01 LK-OPERATOR-ID PIC X(08).
01 LK-ACTION PIC X(01).
01 LK-AUTH-FLAGS.
    05 LK-AUTH-FLAG PIC X(1) OCCURS 31 TIMES.
01 LK-RESULT PIC X(01).
PROCEDURE DIVISION USING LK-OPERATOR-ID, LK-ACTION, LK-AUTH-FLAGS,
    LK-RESULT.
BATCH-REQUEST-ENTRY.
    MOVE "N" TO LK-RESULT
    MOVE "OK" TO logRunStatus
    ACCEPT queueTodayDate FROM DATE YYYYMMDD
    COMPUTE queueTodayInteger =
        FUNCTION INTEGER-OF-DATE(queueTodayDate)
    PERFORM LoadQueueableJobTable
    IF LK-ACTION = "L"
        PERFORM ListOperatorRequests
    ELSE
        PERFORM SubmitBatchRequest
    END-IF
    GOBACK.
LoadQueueableJobTable.
    MOVE "HEIGHTCV" TO qjJobName (1)
    MOVE "HEIGHT-IN-CMS" TO qjProgramName (1)
    MOVE 27 TO qjUtilityNumber (1)
    MOVE "B" TO qjModeLine (1)
    MOVE 0 TO qjMinExtraLines (1)
    MOVE 0 TO qjExtraLines (1)
    MOVE "HEIGHT CONVERSION BATCH" TO qjDescription (1)
    MOVE "CONVDIST" TO qjJobName (2)
    MOVE "CONVERT-DISTANCE" TO qjProgramName (2)
    MOVE 29 TO qjUtilityNumber (2)
    MOVE "B" TO qjModeLine (2)
    MOVE 0 TO qjMinExtraLines (2)
    MOVE 0 TO qjExtraLines (2)
    MOVE "DISTANCE AND FREIGHT BATCH" TO qjDescription (2)
    MOVE "TIMESECS" TO qjJobName (3)
    MOVE "TIME-IN-SECONDS" TO qjProgramName (3)
    MOVE 30 TO qjUtilityNumber (3)
    MOVE "B" TO qjModeLine (3)
    MOVE 0 TO qjMinExtraLines (3)
    MOVE 0 TO qjExtraLines (3)
    MOVE "TIME CONVERSION BATCH" TO qjDescription (3)
    MOVE "CIRCAREA" TO qjJobName (4)
    MOVE "COMPUTE-CIRCLE-AREA" TO qjProgramName (4)
    MOVE 10 TO qjUtilityNumber (4)
    MOVE "B" TO qjModeLine (4)
    MOVE 0 TO qjMinExtraLines (4)
    MOVE 0 TO qjExtraLines (4)
    MOVE "CIRCLE ESTIMATE BATCH" TO qjDescription (4)
    MOVE "RECTAREA" TO qjJobName (5)
    MOVE "DISPLAY-RECT-AREA-PERIMETER" TO qjProgramName (5)
    MOVE 12 TO qjUtilityNumber (5)
    MOVE "B" TO qjModeLine (5)
    MOVE 1 TO qjMinExtraLines (5)
    MOVE 2 TO qjExtraLines (5)
    MOVE "ROOM ESTIMATE (PAINT, COATS)" TO qjDescription (5)
    MOVE "TRIAREA" TO qjJobName (6)
    MOVE "DISPLAY-AREA-VALUE" TO qjProgramName (6)
    MOVE 16 TO qjUtilityNumber (6)
    MOVE "B" TO qjModeLine (6)
    MOVE 0 TO qjMinExtraLines (6)
    MOVE 0 TO qjExtraLines (6)
    MOVE "TRIANGLE AREA BATCH" TO qjDescription (6)
    MOVE "REPRICE" TO qjJobName (7)
    MOVE "QUOTE-REPRICE-RUN" TO qjProgramName (7)
    MOVE 17 TO qjUtilityNumber (7)
    MOVE SPACES TO qjModeLine (7)
    MOVE 0 TO qjMinExtraLines (7)
    MOVE 0 TO qjExtraLines (7)
    MOVE "OPEN QUOTE REPRICING" TO qjDescription (7)
    MOVE "ARAGING" TO qjJobName (8)
    MOVE "CASH-RECEIPTS-POSTING" TO qjProgramName (8)
    MOVE 18 TO qjUtilityNumber (8)
    MOVE "A" TO qjModeLine (8)
    MOVE 0 TO qjMinExtraLines (8)
    MOVE 0 TO qjExtraLines (8)
    MOVE "RECEIVABLES AGING AND DUNNING" TO qjDescription (8).
SubmitBatchRequest.
    MOVE "Y" TO requestReady
    MOVE SPACES TO requestRefusal
    DISPLAY "Jobs that can be queued for the nightly window:"
    PERFORM ShowOneQueueableJob
        VARYING jobIndex FROM 1 BY 1
        UNTIL jobIndex > queueableJobCount
    DISPLAY "Enter job name: "
    ACCEPT requestJobName
    MOVE FUNCTION UPPER-CASE(requestJobName) TO requestJobName
    MOVE ZERO TO jobFound
    PERFORM MatchOneQueueableJob
        VARYING jobIndex FROM 1 BY 1
        UNTIL jobIndex > queueableJobCount OR jobFound > ZERO
    IF jobFound = ZERO
        MOVE "N" TO requestReady
        MOVE "UNKNOWN JOB NAME" TO requestRefusal
    ELSE
    IF LK-AUTH-FLAG (qjUtilityNumber (jobFound)) NOT = "Y"
        MOVE "N" TO requestReady
        MOVE "R" TO LK-RESULT
        MOVE "NOT AUTHORIZED FOR THAT UTILITY" TO requestRefusal
    END-IF
    END-IF
    IF requestReady = "Y"
        PERFORM KeyRequestParameters
    END-IF
    IF requestReady = "Y"
        PERFORM KeyRequestWindow
    END-IF
    IF requestReady = "Y"
        PERFORM KeyRequestPriority
    END-IF
    MOVE SPACES TO tlInputs
    MOVE SPACES TO tlResultOut
    STRING "SUBMIT " DELIMITED BY SIZE
        requestJobName DELIMITED BY SPACE
        INTO tlInputs
    END-STRING
    IF requestReady = "Y"
        PERFORM QueueBatchRequest
        MOVE "Q" TO LK-RESULT
        DISPLAY "Batch request " newRequestNumber " queued - "
            "window " requestWindowStart " to " requestWindowEnd
            ", priority " requestPriority "."
        STRING "QUEUED " DELIMITED BY SIZE
            newRequestNumber DELIMITED BY SIZE
            INTO tlResultOut
        END-STRING
    ELSE
        DISPLAY "Request not queued - " requestRefusal
        MOVE requestRefusal TO tlResultOut
        MOVE "REJECTED" TO logRunStatus
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, LK-OPERATOR-ID, logRunStatus.
ShowOneQueueableJob.
    DISPLAY "  " qjJobName (jobIndex) " " qjDescription (jobIndex)
        " (UTILITY " qjUtilityNumber (jobIndex) ")".
MatchOneQueueableJob.
    IF qjJobName (jobIndex) = requestJobName
        MOVE jobIndex TO jobFound
    END-IF.
KeyRequestParameters.
    MOVE SPACES TO requestParameters
    MOVE ZERO TO requestExtraCount
    IF qjModeLine (jobFound) = SPACES
        MOVE ZERO TO requestFixedCount
    ELSE
        MOVE 1 TO requestFixedCount
        MOVE qjModeLine (jobFound) TO requestParameterLine (1)
    END-IF
    IF qjExtraLines (jobFound) > ZERO
        DISPLAY "Number of parameter lines after the batch mode ("
            qjMinExtraLines (jobFound) "-" qjExtraLines (jobFound)
            "): "
        ACCEPT keyedCountText
        IF keyedCountText IS NUMERIC
            MOVE keyedCountText TO requestExtraCount
        END-IF
        IF requestExtraCount < qjMinExtraLines (jobFound)
            OR requestExtraCount > qjExtraLines (jobFound)
            MOVE "N" TO requestReady
            MOVE "WRONG NUMBER OF PARAMETER LINES" TO requestRefusal
        ELSE
            PERFORM KeyOneParameterLine
                VARYING parameterIndex FROM 2 BY 1
                UNTIL parameterIndex > requestExtraCount + 1
        END-IF
    END-IF.
KeyOneParameterLine.
    DISPLAY "Enter parameter line " parameterIndex ": "
    ACCEPT requestParameterLine (parameterIndex).
KeyRequestWindow.
    DISPLAY "Earliest run date (YYYYMMDD, blank for tonight): "
    ACCEPT keyedDateText
    IF keyedDateText IS NUMERIC
        MOVE keyedDateText TO requestWindowStart
    ELSE
        MOVE queueTodayDate TO requestWindowStart
    END-IF
    DISPLAY "Latest run date (YYYYMMDD, blank for a week later): "
    ACCEPT keyedDateText
    MOVE requestWindowStart TO dateToCheck
    PERFORM CheckCalendarDate
    IF dateIsValid = "N"
        MOVE "N" TO requestReady
        MOVE "EARLIEST RUN DATE IS NOT A DATE" TO requestRefusal
    ELSE
        IF keyedDateText IS NUMERIC
            MOVE keyedDateText TO requestWindowEnd
        ELSE
            COMPUTE runDateInteger =
                FUNCTION INTEGER-OF-DATE(requestWindowStart) + 7
            COMPUTE requestWindowEnd =
                FUNCTION DATE-OF-INTEGER(runDateInteger)
        END-IF
        MOVE requestWindowEnd TO dateToCheck
        PERFORM CheckCalendarDate
        IF dateIsValid = "N"
            MOVE "N" TO requestReady
            MOVE "LATEST RUN DATE IS NOT A DATE" TO requestRefusal
        ELSE
        IF requestWindowStart < queueTodayDate
            MOVE "N" TO requestReady
            MOVE "EARLIEST RUN DATE IS IN THE PAST" TO requestRefusal
        ELSE
        IF requestWindowEnd < requestWindowStart
            MOVE "N" TO requestReady
            MOVE "LATEST RUN DATE BEFORE EARLIEST" TO requestRefusal
        END-IF
        END-IF
        END-IF
    END-IF.
CheckCalendarDate.
    MOVE "Y" TO dateIsValid
    IF dcYear < 1601 OR dcMonth < 1 OR dcMonth > 12
        OR dcDay < 1 OR dcDay > 31
        MOVE "N" TO dateIsValid
    END-IF.
KeyRequestPriority.
    DISPLAY "Priority (1 most urgent to 9, blank for 5): "
    ACCEPT keyedPriorityText
    IF keyedPriorityText IS NUMERIC AND keyedPriorityText NOT = "0"
        MOVE keyedPriorityText TO requestPriority
    ELSE
        MOVE 5 TO requestPriority
    END-IF.
QueueBatchRequest.
    PERFORM FindHighestRequestNumber
    COMPUTE newRequestNumber = highestRequestNumber + 1
    OPEN EXTEND batchQueueFile
    IF batchQueueStatus = "05" OR batchQueueStatus = "35"
        OPEN OUTPUT batchQueueFile
    END-IF
    PERFORM GetCurrentTime
    MOVE newRequestNumber TO bqRequestNumber
    MOVE LK-OPERATOR-ID TO bqRequestedBy
    MOVE queueTodayDate TO bqSubmitDate
    MOVE currentTimeFields (1:6) TO bqSubmitTime
    MOVE qjJobName (jobFound) TO bqJobName
    MOVE qjProgramName (jobFound) TO bqProgramName
    COMPUTE bqParameterCount = requestExtraCount + requestFixedCount
    MOVE requestParameterLine (1) TO bqParameterLine (1)
    MOVE requestParameterLine (2) TO bqParameterLine (2)
    MOVE requestParameterLine (3) TO bqParameterLine (3)
    MOVE requestWindowStart TO bqWindowStart
    MOVE requestWindowEnd TO bqWindowEnd
    MOVE requestPriority TO bqPriority
    MOVE "Q" TO bqStatus
    MOVE ZERO TO bqReturnCode
    MOVE ZERO TO bqRunDate
    MOVE ZERO TO bqRunTime
    WRITE batchRequestRecord
    CLOSE batchQueueFile.
FindHighestRequestNumber.
    MOVE ZERO TO highestRequestNumber
    MOVE "N" TO batchQueueEOF
    OPEN INPUT batchQueueFile
    IF batchQueueStatus = "00"
        PERFORM NoteOneRequestNumber UNTIL batchQueueEOF = "Y"
        CLOSE batchQueueFile
    END-IF.
NoteOneRequestNumber.
    READ batchQueueFile
        AT END MOVE "Y" TO batchQueueEOF
        NOT AT END
            IF bqRequestNumber IS NUMERIC
                AND bqRequestNumber > highestRequestNumber
                MOVE bqRequestNumber TO highestRequestNumber
            END-IF
    END-READ.
GetCurrentTime.
    ACCEPT currentTimeFields FROM TIME.
ListOperatorRequests.
    MOVE ZERO TO listedCount
    MOVE "N" TO batchQueueEOF
    OPEN INPUT batchQueueFile
    IF batchQueueStatus = "00"
        PERFORM ShowOneOperatorRequest UNTIL batchQueueEOF = "Y"
        CLOSE batchQueueFile
    END-IF.
ShowOneOperatorRequest.
    READ batchQueueFile
        AT END MOVE "Y" TO batchQueueEOF
        NOT AT END
            IF bqRequestedBy = LK-OPERATOR-ID
                PERFORM FormatRequestStatus
                IF rslStatusText NOT = SPACES
                    IF listedCount = ZERO
                        DISPLAY listBannerLine
                    END-IF
                    ADD 1 TO listedCount
                    MOVE bqRequestNumber TO rslRequestNumber
                    MOVE bqJobName TO rslJobName
                    MOVE bqPriority TO rslPriority
                    DISPLAY requestShowLine
                END-IF
            END-IF
    END-READ.
FormatRequestStatus.
    MOVE SPACES TO rslStatusText
    EVALUATE bqStatus
        WHEN "Q"
            STRING "QUEUED FOR " DELIMITED BY SIZE
                bqWindowStart DELIMITED BY SIZE
                " TO " DELIMITED BY SIZE
                bqWindowEnd DELIMITED BY SIZE
                INTO rslStatusText
            END-STRING
        WHEN "S"
            MOVE "STAGED FOR TONIGHT'S RUN" TO rslStatusText
        WHEN OTHER
            PERFORM FormatClosedRequestStatus
    END-EVALUATE.
FormatClosedRequestStatus.
    IF bqRunDate IS NUMERIC AND bqRunDate > ZERO
        COMPUTE runDateInteger = FUNCTION INTEGER-OF-DATE(bqRunDate)
        IF queueTodayInteger - runDateInteger <= 7
            EVALUATE bqStatus
                WHEN "C"
                    STRING "COMPLETE " DELIMITED BY SIZE
                        bqRunDate DELIMITED BY SIZE
                        " RC=" DELIMITED BY SIZE
                        bqReturnCode DELIMITED BY SIZE
                        INTO rslStatusText
                    END-STRING
                WHEN "F"
                    STRING "FAILED " DELIMITED BY SIZE
                        bqRunDate DELIMITED BY SIZE
                        " RC=" DELIMITED BY SIZE
                        bqReturnCode DELIMITED BY SIZE
                        INTO rslStatusText
                    END-STRING
                WHEN "X"
                    STRING "EXPIRED UNRUN " DELIMITED BY SIZE
                        bqRunDate DELIMITED BY SIZE
                        INTO rslStatusText
                    END-STRING
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
    END-IF.
