*> snapshot, warns on unexpected drift, and takes today's snapshot -
*> so two days on a stale restored CTLLIMIT.DAT can never again pass
*> unnoticed.
*> REFERENTIAL-INTEGRITY-SWEEP runs as the last standard step. It is
*> meant to run weekly through a K row on SCHEDMST.DAT; it ends with
*> RETURN-CODE 4 when it finds orphan rows across the business
*> masters, which raises an alert but lets the run finish, and 8 when
*> a check could not be run, which stops the stream like any other
*> failing step.
*> NCR-AGING-REPORT is a second weekly tail step (again by its K row
*> on SCHEDMST.DAT), listing every nonconformance report still open
*> on NCRREG.DAT by age.
*> FILE-CAPACITY-MONITOR runs twice in the tail: FILEMEAS, daily,
*> right after the consolidator, records every business file's record
*> count and byte size on FILEHIST.DAT once the night's output is
*> written; FILECAPR, weekly by its K row, prints the growth and
*> capacity projection after the aging report and ahead of the sweep.
*> The tail order is ROSTUNLD, EODCONS, FILEMEAS, NCRAGE, FILECAPR,
*> INTEGSWP, and the batch request queue is staged after the last.
*> The controller now also drains the batch request queue BATCHQ.DAT
*> that operators fill from SUITE-MENU. Once every standard step is
*> COMPLETE or SKIPPED for today, the run stages the queue: a queued
*> request whose window has closed is marked X (expired), and every
*> request whose window is open is marked S and written, most urgent
*> priority first, to BATCHQIN.DAT - a drain control line "Q", the
*> staged count, then per request its number, the requester's ID and
*> the parameter lines the program's own prompts take. The job's
*> next step invokes the controller again with BATCHQIN.DAT as its
*> SYSIN ("Q" as the branch choice): each staged request is CALLed in
*> turn and its row marked C or F with its return code and finish
*> time. A request no longer staged has its lines read past, so a
*> rerun of the drain never runs one twice; a request that ends with
*> a nonzero return code stops the drain, since its unread prompts
*> would feed the next program, and the requests behind it stay
*> staged for the next night. Closed rows over 90 days old are
*> dropped when the queue is staged.
*> A step the controller passes over - already COMPLETE for today,
*> not scheduled today, or held behind an incomplete branch - now has
*> its SYSIN lines read and discarded (each step's line count is
*> carried in the step table), as MONTH-END-CLOSE-CONTROLLER does:
*> left unread, a weekly step's group fed the next step that ran. A
*> step in another branch than the one invoked still reads nothing.
*> FILECAPR now runs ahead of the integrity sweep, and a return code
*> of 4 from the sweep (orphan rows found) raises an alert instead of
*> stopping the stream: the step is marked COMPLETE, the rest of the
*> tail runs, the batch request queue is staged, and the controller
*> ends with RETURN-CODE 4 so the alert still shows on the job. A
*> sweep that could not run (8) still stops the stream. A queue too
*> large to stage now ends the run with 8, so the drain step is not
*> run against the previous night's BATCHQIN.DAT. Every run other
*> than a drain now starts by resetting BATCHQIN.DAT to an empty
*> drain (the "Q" line and a count of zero), so a run that ends
*> before staging - a branch run, or one whose tail is still held -
*> leaves nothing for the drain step to run a second time.
IDENTIFICATION DIVISION.
PROGRAM-ID. DAILY-STREAM-CONTROLLER.
ENVIRONMENT DIVISION.
    SELECT shopCalendarFile ASSIGN TO "SHOPCAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS shopCalendarStatus.
    SELECT batchQueueFile ASSIGN TO "BATCHQ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS batchQueueStatus.
    SELECT drainInputFile ASSIGN TO "BATCHQIN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS drainInputStatus.
DATA DIVISION.
FILE SECTION.
FD  runControlFile.
01 shopCalendarRecord.
    05 scDate PIC 9(08).
    05 scDayType PIC X(1).
FD  batchQueueFile.
COPY "BATCHQ.cpy".
FD  drainInputFile.
01 drainInputRecord PIC X(12).
WORKING-STORAGE SECTION.
    01 runControlStatus PIC X(2) VALUE "00".
    01 runControlEOF PIC X(1) VALUE "N".
    01 STREAM-STEP-TABLE.
        05 STREAM-STEP-ENTRY OCCURS 14 TIMES.
            10 ssStepName PIC X(08).
            10 ssProgramName PIC X(27).
            10 ssBranchId PIC X(1).
            10 ssInputLines PIC 9(1).
            10 ssReturnRule PIC X(1).
    01 streamStepCount PIC 9(02) VALUE 14.
    01 branchChoice PIC X(1).
    01 stepSelected PIC X(1).
    01 scheduleMasterStatus PIC X(2) VALUE "00".
    01 branchScanIndex PIC 9(02).
    01 branchStepDone PIC X(1).
    01 streamHalted PIC X(1) VALUE "N".
    01 streamAlerted PIC X(1) VALUE "N".
    01 stepReturnCode PIC 9(04).
    01 stepIndex PIC 9(02).

    01 stepAlreadyDone PIC X(1).
        05 ctMinutes PIC 9(02).
        05 ctSeconds PIC 9(02).
        05 FILLER PIC X(02).
    01 batchQueueStatus PIC X(2) VALUE "00".
    01 drainInputStatus PIC X(2) VALUE "00".
    01 batchQueueEOF PIC X(1) VALUE "N".
    01 batchQueueTable.
        05 batchQueueRow PIC X(136) OCCURS 500 TIMES.
    01 batchQueueCount PIC 9(03) VALUE ZERO.
    01 batchQueueOverflow PIC X(1) VALUE "N".
    01 queueIndex PIC 9(03).
    01 stagePriority PIC 9(02).
    01 stagedCount PIC 9(03) VALUE ZERO.
    01 expiredCount PIC 9(03) VALUE ZERO.
    01 todayInteger PIC 9(08).
    01 closedRunInteger PIC 9(08).
    01 parameterIndex PIC 9(01).
    01 streamComplete PIC X(1).
    01 drainHalted PIC X(1) VALUE "N".
    01 drainCountText PIC X(12).
    01 drainStagedCount PIC 9(03) VALUE ZERO.
    01 drainIndex PIC 9(03).
    01 drainRequestText PIC X(12).
    01 drainRequestNumber PIC 9(06).
    01 drainRowFound PIC 9(03).
    01 discardLine PIC X(12).
    01 discardIndex PIC 9(01).
    01 stepDiscardIndex PIC 9(01).
    01 requestReturnCode PIC 9(04).
    01 drainRunCount PIC 9(03) VALUE ZERO.
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT todayDate FROM DATE YYYYMMDD
    DISPLAY "Run branch (A)conversions, (B)geometry or "
        "(F)ull stream: "
    ACCEPT branchChoice
    IF branchChoice = "Q" OR branchChoice = "q"
        PERFORM DrainBatchQueue
        GOBACK
    END-IF
    PERFORM ClearDrainInput
    IF branchChoice NOT = "A" AND branchChoice NOT = "a"
        AND branchChoice NOT = "B" AND branchChoice NOT = "b"
        MOVE "F" TO branchChoice
        MOVE 8 TO RETURN-CODE
    ELSE
        DISPLAY "DAILY STREAM COMPLETE"
        PERFORM CheckStreamComplete
        IF streamComplete = "Y"
            PERFORM StageBatchQueue
        END-IF
        IF streamAlerted = "Y" AND RETURN-CODE = ZERO
            DISPLAY "DAILY STREAM RAISED AN ALERT - SEE THE "
                "STEP MESSAGES ABOVE"
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    GOBACK.
LoadStreamStepTable.
    MOVE "STAGEGT" TO ssStepName (1)
    MOVE "STAGING-GATE" TO ssProgramName (1)
    MOVE "G" TO ssBranchId (1)
    MOVE 1 TO ssInputLines (1)
    MOVE "H" TO ssReturnRule (1)
    MOVE "CFGSNAP" TO ssStepName (2)
    MOVE "CONFIG-SNAPSHOT" TO ssProgramName (2)
    MOVE "G" TO ssBranchId (2)
    MOVE 2 TO ssInputLines (2)
    MOVE "H" TO ssReturnRule (2)
    MOVE "HEIGHTCV" TO ssStepName (3)
    MOVE "HEIGHT-IN-CMS" TO ssProgramName (3)
    MOVE "A" TO ssBranchId (3)
    MOVE 2 TO ssInputLines (3)
    MOVE "H" TO ssReturnRule (3)
    MOVE "CONVDIST" TO ssStepName (4)
    MOVE "CONVERT-DISTANCE" TO ssProgramName (4)
    MOVE "A" TO ssBranchId (4)
    MOVE 2 TO ssInputLines (4)
    MOVE "H" TO ssReturnRule (4)
    MOVE "TIMESECS" TO ssStepName (5)
    MOVE "TIME-IN-SECONDS" TO ssProgramName (5)
    MOVE "A" TO ssBranchId (5)
    MOVE 2 TO ssInputLines (5)
    MOVE "H" TO ssReturnRule (5)
    MOVE "CIRCAREA" TO ssStepName (6)
    MOVE "COMPUTE-CIRCLE-AREA" TO ssProgramName (6)
    MOVE "B" TO ssBranchId (6)
    MOVE 2 TO ssInputLines (6)
    MOVE "H" TO ssReturnRule (6)
    MOVE "RECTAREA" TO ssStepName (7)
    MOVE "DISPLAY-RECT-AREA-PERIMETER" TO ssProgramName (7)
    MOVE "B" TO ssBranchId (7)
    MOVE 3 TO ssInputLines (7)
    MOVE "H" TO ssReturnRule (7)
    MOVE "TRIAREA" TO ssStepName (8)
    MOVE "DISPLAY-AREA-VALUE" TO ssProgramName (8)
    MOVE "B" TO ssBranchId (8)
    MOVE 2 TO ssInputLines (8)
    MOVE "H" TO ssReturnRule (8)
    MOVE "ROSTUNLD" TO ssStepName (9)
    MOVE "ROSTER-UNLOAD-RELOAD" TO ssProgramName (9)
    MOVE "T" TO ssBranchId (9)
    MOVE 2 TO ssInputLines (9)
    MOVE "H" TO ssReturnRule (9)
    MOVE "EODCONS" TO ssStepName (10)
    MOVE "EOD-CONSOLIDATOR" TO ssProgramName (10)
    MOVE "T" TO ssBranchId (10)
    MOVE 0 TO ssInputLines (10)
    MOVE "H" TO ssReturnRule (10)
    MOVE "FILEMEAS" TO ssStepName (11)
    MOVE "FILE-CAPACITY-MONITOR" TO ssProgramName (11)
    MOVE "T" TO ssBranchId (11)
    MOVE 2 TO ssInputLines (11)
    MOVE "H" TO ssReturnRule (11)
    MOVE "NCRAGE" TO ssStepName (12)
    MOVE "NCR-AGING-REPORT" TO ssProgramName (12)
    MOVE "T" TO ssBranchId (12)
    MOVE 1 TO ssInputLines (12)
    MOVE "H" TO ssReturnRule (12)
    MOVE "FILECAPR" TO ssStepName (13)
    MOVE "FILE-CAPACITY-MONITOR" TO ssProgramName (13)
    MOVE "T" TO ssBranchId (13)
    MOVE 2 TO ssInputLines (13)
    MOVE "H" TO ssReturnRule (13)
    MOVE "INTEGSWP" TO ssStepName (14)
    MOVE "REFERENTIAL-INTEGRITY-SWEEP" TO ssProgramName (14)
    MOVE "T" TO ssBranchId (14)
    MOVE 1 TO ssInputLines (14)
    MOVE "A" TO ssReturnRule (14).
RunOneStreamStep.
    PERFORM SelectStepForBranch
    IF stepSelected = "N"
    IF stepAlreadyDone = "Y"
        DISPLAY "STEP " ssStepName (stepIndex)
            " ALREADY COMPLETE FOR TODAY - SKIPPED"
        PERFORM DiscardStepInput
    ELSE
        DISPLAY "STEP " ssStepName (stepIndex) " STARTING - "
            ssProgramName (stepIndex)
        MOVE currentTimeFields (1:6) TO stepStartTime
        MOVE ZERO TO RETURN-CODE
        CALL ssProgramName (stepIndex)
        MOVE RETURN-CODE TO stepReturnCode
        CANCEL ssProgramName (stepIndex)
        MOVE ZERO TO RETURN-CODE
        IF stepReturnCode = 4 AND ssReturnRule (stepIndex) = "A"
            DISPLAY "STEP " ssStepName (stepIndex)
                " ENDED WITH RETURN CODE " stepReturnCode
                " - ALERT RAISED, STREAM CONTINUES"
            MOVE "Y" TO streamAlerted
            PERFORM WriteStepCompleteRecord
        ELSE
        IF stepReturnCode NOT = ZERO
            DISPLAY "STEP " ssStepName (stepIndex)
                " ENDED WITH RETURN CODE " stepReturnCode
                " - STREAM STOPPED"
            MOVE "Y" TO streamHalted
        ELSE
            PERFORM WriteStepCompleteRecord
            DISPLAY "STEP " ssStepName (stepIndex) " COMPLETE"
        END-IF
        END-IF
    END-IF
    END-IF.
DiscardStepInput.
    PERFORM DiscardOneInputLine
        VARYING stepDiscardIndex FROM 1 BY 1
        UNTIL stepDiscardIndex > ssInputLines (stepIndex).
SelectStepForBranch.
    EVALUATE TRUE
        WHEN ssBranchId (stepIndex) = "G"
                MOVE "N" TO stepSelected
                DISPLAY "STEP " ssStepName (stepIndex)
                    " HELD - A BRANCH IS STILL INCOMPLETE"
                PERFORM DiscardStepInput
            END-IF
        WHEN OTHER
            MOVE "N" TO stepSelected
            MOVE "N" TO stepSelected
            DISPLAY "STEP " ssStepName (stepIndex)
                " NOT SCHEDULED TODAY - SKIPPED"
            PERFORM DiscardStepInput
            PERFORM CheckSkipAlreadyRecorded
            IF skipAlreadyRecorded = "N"
                PERFORM WriteStepSkippedRecord
    MOVE ssBranchId (stepIndex) TO rcBranchId
    WRITE runControlRecord
    CLOSE runControlFile.
CheckStreamComplete.
    MOVE "Y" TO streamComplete
    PERFORM CheckOneStreamStepDone
        VARYING branchScanIndex FROM 1 BY 1
        UNTIL branchScanIndex > streamStepCount.
CheckOneStreamStepDone.
    IF ssBranchId (branchScanIndex) NOT = "G"
        MOVE "N" TO branchStepDone
        MOVE "N" TO runControlEOF
        OPEN INPUT runControlFile
        IF runControlStatus = "00"
            PERFORM MatchOneBranchRecord
                UNTIL runControlEOF = "Y"
            CLOSE runControlFile
        END-IF
        IF branchStepDone = "N"
            MOVE "N" TO streamComplete
        END-IF
    END-IF.
LoadBatchQueue.
    MOVE ZERO TO batchQueueCount
    MOVE "N" TO batchQueueOverflow
    MOVE "N" TO batchQueueEOF
    OPEN INPUT batchQueueFile
    IF batchQueueStatus = "00"
        PERFORM AddOneBatchQueueRow UNTIL batchQueueEOF = "Y"
        CLOSE batchQueueFile
    END-IF.
AddOneBatchQueueRow.
    READ batchQueueFile
        AT END MOVE "Y" TO batchQueueEOF
        NOT AT END
            IF batchQueueCount = 500
                MOVE "Y" TO batchQueueOverflow
                MOVE "Y" TO batchQueueEOF
            ELSE
                ADD 1 TO batchQueueCount
                MOVE batchRequestRecord
                    TO batchQueueRow (batchQueueCount)
            END-IF
    END-READ.
RewriteBatchQueue.
    OPEN OUTPUT batchQueueFile
    PERFORM WriteOneBatchQueueRow
        VARYING queueIndex FROM 1 BY 1
        UNTIL queueIndex > batchQueueCount
    CLOSE batchQueueFile.
WriteOneBatchQueueRow.
    MOVE batchQueueRow (queueIndex) TO batchRequestRecord
    IF (bqStatus = "C" OR bqStatus = "F" OR bqStatus = "X")
        AND bqRunDate IS NUMERIC AND bqRunDate > ZERO
        COMPUTE closedRunInteger =
            FUNCTION INTEGER-OF-DATE(bqRunDate)
        IF todayInteger - closedRunInteger > 90
            CONTINUE
        ELSE
            WRITE batchRequestRecord
        END-IF
    ELSE
        WRITE batchRequestRecord
    END-IF.
ClearDrainInput.
    MOVE ZERO TO stagedCount
    OPEN OUTPUT drainInputFile
    MOVE "Q" TO drainInputRecord
    WRITE drainInputRecord
    MOVE stagedCount TO drainInputRecord
    WRITE drainInputRecord
    CLOSE drainInputFile.
StageBatchQueue.
    COMPUTE todayInteger = FUNCTION INTEGER-OF-DATE(todayDate)
    MOVE ZERO TO stagedCount
    MOVE ZERO TO expiredCount
    PERFORM LoadBatchQueue
    IF batchQueueOverflow = "Y"
        DISPLAY "BATCH QUEUE OVER 500 ROWS - NOTHING STAGED"
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM MarkOneRequestForTonight
            VARYING queueIndex FROM 1 BY 1
            UNTIL queueIndex > batchQueueCount
        OPEN OUTPUT drainInputFile
        MOVE "Q" TO drainInputRecord
        WRITE drainInputRecord
        MOVE stagedCount TO drainInputRecord
        WRITE drainInputRecord
        PERFORM StageOneRequest
            VARYING stagePriority FROM 1 BY 1
                UNTIL stagePriority > 9
            AFTER queueIndex FROM 1 BY 1
                UNTIL queueIndex > batchQueueCount
        CLOSE drainInputFile
        PERFORM RewriteBatchQueue
        DISPLAY "BATCH QUEUE STAGED - " stagedCount
            " REQUEST(S) FOR TONIGHT, " expiredCount " EXPIRED"
    END-IF.
MarkOneRequestForTonight.
    MOVE batchQueueRow (queueIndex) TO batchRequestRecord
    IF bqStatus = "Q" OR bqStatus = "S"
        IF bqWindowEnd < todayDate
            MOVE "X" TO bqStatus
            MOVE todayDate TO bqRunDate
            MOVE ZERO TO bqRunTime
            ADD 1 TO expiredCount
            DISPLAY "BATCH REQUEST " bqRequestNumber " "
                bqJobName " EXPIRED UNRUN"
        ELSE
        IF bqWindowStart <= todayDate
            MOVE "S" TO bqStatus
            ADD 1 TO stagedCount
        END-IF
        END-IF
        MOVE batchRequestRecord TO batchQueueRow (queueIndex)
    END-IF.
StageOneRequest.
    MOVE batchQueueRow (queueIndex) TO batchRequestRecord
    IF bqStatus = "S" AND bqPriority = stagePriority
        DISPLAY "BATCH REQUEST " bqRequestNumber " " bqJobName
            " STAGED FOR " bqRequestedBy
        MOVE bqRequestNumber TO drainInputRecord
        WRITE drainInputRecord
        MOVE bqRequestedBy TO drainInputRecord
        WRITE drainInputRecord
        PERFORM StageOneParameterLine
            VARYING parameterIndex FROM 1 BY 1
            UNTIL parameterIndex > bqParameterCount
    END-IF.
StageOneParameterLine.
    MOVE bqParameterLine (parameterIndex) TO drainInputRecord
    WRITE drainInputRecord.
DrainBatchQueue.
    COMPUTE todayInteger = FUNCTION INTEGER-OF-DATE(todayDate)
    MOVE "N" TO drainHalted
    MOVE ZERO TO drainRunCount
    ACCEPT drainCountText
    IF drainCountText (1:3) IS NUMERIC
        MOVE drainCountText (1:3) TO drainStagedCount
    ELSE
        MOVE ZERO TO drainStagedCount
    END-IF
    PERFORM LoadBatchQueue
    IF batchQueueOverflow = "Y"
        DISPLAY "BATCH QUEUE OVER 500 ROWS - DRAIN NOT RUN"
        MOVE "Y" TO drainHalted
    ELSE
        PERFORM DrainOneRequest
            VARYING drainIndex FROM 1 BY 1
            UNTIL drainIndex > drainStagedCount
                OR drainHalted = "Y"
    END-IF
    IF drainHalted = "Y"
        DISPLAY "BATCH QUEUE DRAIN STOPPED AFTER " drainRunCount
            " REQUEST(S)"
        MOVE 4 TO RETURN-CODE
    ELSE
        DISPLAY "BATCH QUEUE DRAINED - " drainRunCount
            " REQUEST(S) RUN"
        MOVE ZERO TO RETURN-CODE
    END-IF.
DrainOneRequest.
    ACCEPT drainRequestText
    MOVE ZERO TO drainRowFound
    IF drainRequestText (1:6) IS NUMERIC
        MOVE drainRequestText (1:6) TO drainRequestNumber
        PERFORM MatchOneDrainRow
            VARYING queueIndex FROM 1 BY 1
            UNTIL queueIndex > batchQueueCount
                OR drainRowFound > ZERO
    END-IF
    IF drainRowFound = ZERO
        DISPLAY "DRAIN INPUT OUT OF STEP WITH BATCHQ.DAT AT "
            drainRequestText
        MOVE "Y" TO drainHalted
    ELSE
        MOVE batchQueueRow (drainRowFound) TO batchRequestRecord
        IF bqStatus = "S"
            PERFORM RunOneQueuedRequest
        ELSE
            DISPLAY "BATCH REQUEST " bqRequestNumber
                " NO LONGER STAGED - PASSED OVER"
            PERFORM DiscardOneInputLine
                VARYING discardIndex FROM 0 BY 1
                UNTIL discardIndex > bqParameterCount
        END-IF
    END-IF.
MatchOneDrainRow.
    MOVE batchQueueRow (queueIndex) TO batchRequestRecord
    IF bqRequestNumber = drainRequestNumber
        MOVE queueIndex TO drainRowFound
    END-IF.
DiscardOneInputLine.
    ACCEPT discardLine.
RunOneQueuedRequest.
    DISPLAY "BATCH REQUEST " bqRequestNumber " STARTING - "
        bqProgramName " FOR " bqRequestedBy
    MOVE ZERO TO RETURN-CODE
    CALL bqProgramName
    MOVE RETURN-CODE TO requestReturnCode
    CANCEL bqProgramName
    MOVE ZERO TO RETURN-CODE
    ADD 1 TO drainRunCount
    MOVE batchQueueRow (drainRowFound) TO batchRequestRecord
    MOVE requestReturnCode TO bqReturnCode
    MOVE todayDate TO bqRunDate
    PERFORM GetCurrentTime
    MOVE currentTimeFields (1:6) TO bqRunTime
    IF requestReturnCode = ZERO
        MOVE "C" TO bqStatus
        DISPLAY "BATCH REQUEST " bqRequestNumber " COMPLETE"
    ELSE
        MOVE "F" TO bqStatus
        DISPLAY "BATCH REQUEST " bqRequestNumber
            " ENDED WITH RETURN CODE " requestReturnCode
            " - DRAIN STOPPED"
        MOVE "Y" TO drainHalted
    END-IF
    MOVE batchRequestRecord TO batchQueueRow (drainRowFound)
    PERFORM RewriteBatchQueue.
