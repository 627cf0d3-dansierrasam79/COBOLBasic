*> Shared batch request queue record layout for BATCHQ.DAT: one row
*> per request an operator submits from SUITE-MENU to have one of the
*> suite's batch utilities run in the nightly window. Carries the
*> requester, when it was submitted, the job and its program, up to
*> three parameter lines (the answers the program's own prompts take
*> after the operator ID), the requested run window (earliest and
*> latest run date) and priority (1 most urgent .. 9), and the outcome:
*> status Q queued, S staged for tonight's drain, C complete, F failed
*> or X expired unrun past its window, with the program's return code
*> and the date and time it finished. Written by BATCH-REQUEST-QUEUE
*> and drained by DAILY-STREAM-CONTROLLER, so the layout is kept in
*> one place.
01 batchRequestRecord.
    05 bqRequestNumber PIC 9(06).
    05 bqRequestedBy PIC X(08).
    05 bqSubmitDate PIC 9(08).
    05 bqSubmitTime PIC 9(06).
    05 bqJobName PIC X(08).
    05 bqProgramName PIC X(27).
    05 bqParameterCount PIC 9(01).
    05 bqParameterLine PIC X(12) OCCURS 3 TIMES.
    05 bqWindowStart PIC 9(08).
    05 bqWindowEnd PIC 9(08).
    05 bqPriority PIC 9(01).
    05 bqStatus PIC X(01).
    05 bqReturnCode PIC 9(04).
    05 bqRunDate PIC 9(08).
    05 bqRunTime PIC 9(06).
