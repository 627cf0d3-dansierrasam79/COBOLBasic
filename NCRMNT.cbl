*> Nonconformance report maintenance for quality. The QC programs
*> open NCRs on NCRREG.DAT through NCR-OPEN whenever they flag a
*> result; this is where each one is worked: (L)ist the open NCRs,
*> (I)nquire on one NCR in full, (D)isposition it - use-as-is,
*> rework or scrap, with the root cause, corrective action and owner
*> - and (C)lose it with a close date once all four are recorded. A
*> closed NCR stays on the register for the record and drops off
*> NCR-AGING-REPORT. The register is held in a table for the session
*> and written back on quit; a register larger than the table
*> refuses the session rather than rewrite the file short.
IDENTIFICATION DIVISION.
PROGRAM-ID. NCR-MAINTENANCE.
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
    01 ncrTable.
        05 ncrEntry OCCURS 500 TIMES.
            10 ntNcrNumber PIC 9(06).
            10 ntOpenDate PIC 9(08).
            10 ntOpenedBy PIC X(08).
            10 ntSourceProgram PIC X(27).
            10 ntSourceId PIC X(10).
            10 ntMeasuredValue PIC S9(08)V9999.
            10 ntLimitValue PIC S9(08)V9999.
            10 ntLimitType PIC X(20).
            10 ntStatus PIC X(1).
            10 ntDisposition PIC X(1).
            10 ntRootCause PIC X(30).
            10 ntCorrectiveAction PIC X(40).
            10 ntOwner PIC X(08).
            10 ntCloseDate PIC 9(08).
    01 ncrCount PIC 9(03) VALUE ZERO.
    01 ncrIndex PIC 9(03) VALUE ZERO.
    01 ncrFound PIC 9(03) VALUE ZERO.
    01 ncrTableFull PIC X(1) VALUE "N".
    01 keyedNcrText PIC X(06).
    01 chosenNcrNumber PIC 9(06).
    01 maintenanceChoice PIC X(1).
    01 keepGoing PIC X(1) VALUE "Y".
    01 changeCount PIC 9(03) VALUE ZERO.
    01 closedCount PIC 9(03) VALUE ZERO.
    01 openListedCount PIC 9(03) VALUE ZERO.
    01 dispositionReply PIC X(1).
    01 rootCauseReply PIC X(30).
    01 correctiveActionReply PIC X(40).
    01 ownerReply PIC X(08).
    01 closeDateReply PIC X(08).
    01 closeDateValue PIC 9(08).
    01 todayDate PIC 9(08).
    01 dispositionText PIC X(10).
    01 editedValue PIC -(08)9.9999.
    01 ncrListLine.
        05 nllNcrNumber PIC 9(06).
        05 FILLER PIC X(1) VALUE " ".
        05 nllOpenDate PIC 9999/99/99.
        05 FILLER PIC X(1) VALUE " ".
        05 nllSourceProgram PIC X(27).
        05 FILLER PIC X(1) VALUE " ".
        05 nllSourceId PIC X(10).
        05 FILLER PIC X(1) VALUE " ".
        05 nllDisposition PIC X(10).
        05 FILLER PIC X(1) VALUE " ".
        05 nllOwner PIC X(08).
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27)
        VALUE "NCR-MAINTENANCE".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "NCR-MAINTENANCE", operatorId
    ACCEPT todayDate FROM DATE YYYYMMDD
    PERFORM LoadNcrRegister
    MOVE "NCR MAINT" TO tlInputs
    IF ncrTableFull = "Y"
        DISPLAY "NCRREG.DAT holds more than 500 NCRs - "
            "maintenance refused."
        MOVE "REJECTED" TO logRunStatus
        MOVE "REGISTER TOO LARGE" TO tlResultOut
    ELSE
        PERFORM MaintenanceLoop UNTIL keepGoing NOT = "Y"
        IF changeCount > ZERO
            PERFORM RewriteNcrRegister
        END-IF
        MOVE SPACES TO tlResultOut
        STRING "CHANGED=" DELIMITED BY SIZE
            changeCount DELIMITED BY SIZE
            " CLOSED=" DELIMITED BY SIZE
            closedCount DELIMITED BY SIZE
            INTO tlResultOut
        END-STRING
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
LoadNcrRegister.
    MOVE ZERO TO ncrCount
    MOVE "N" TO ncrRegisterEOF
    OPEN INPUT ncrRegisterFile
    IF ncrRegisterStatus = "00"
        PERFORM AddOneNcrEntry UNTIL ncrRegisterEOF = "Y"
        CLOSE ncrRegisterFile
    END-IF
    DISPLAY ncrCount " NCR(s) on the register.".
AddOneNcrEntry.
    READ ncrRegisterFile
        AT END MOVE "Y" TO ncrRegisterEOF
        NOT AT END
            IF ncrCount < 500
                ADD 1 TO ncrCount
                MOVE nrNcrNumber TO ntNcrNumber (ncrCount)
                MOVE nrOpenDate TO ntOpenDate (ncrCount)
                MOVE nrOpenedBy TO ntOpenedBy (ncrCount)
                MOVE nrSourceProgram TO ntSourceProgram (ncrCount)
                MOVE nrSourceId TO ntSourceId (ncrCount)
                MOVE nrMeasuredValue TO ntMeasuredValue (ncrCount)
                MOVE nrLimitValue TO ntLimitValue (ncrCount)
                MOVE nrLimitType TO ntLimitType (ncrCount)
                MOVE nrStatus TO ntStatus (ncrCount)
                MOVE nrDisposition TO ntDisposition (ncrCount)
                MOVE nrRootCause TO ntRootCause (ncrCount)
                MOVE nrCorrectiveAction
                    TO ntCorrectiveAction (ncrCount)
                MOVE nrOwner TO ntOwner (ncrCount)
                MOVE nrCloseDate TO ntCloseDate (ncrCount)
            ELSE
                MOVE "Y" TO ncrTableFull
                MOVE "Y" TO ncrRegisterEOF
            END-IF
    END-READ.
RewriteNcrRegister.
    OPEN OUTPUT ncrRegisterFile
    PERFORM WriteOneNcrRecord
        VARYING ncrIndex FROM 1 BY 1
        UNTIL ncrIndex > ncrCount
    CLOSE ncrRegisterFile.
WriteOneNcrRecord.
    MOVE ntNcrNumber (ncrIndex) TO nrNcrNumber
    MOVE ntOpenDate (ncrIndex) TO nrOpenDate
    MOVE ntOpenedBy (ncrIndex) TO nrOpenedBy
    MOVE ntSourceProgram (ncrIndex) TO nrSourceProgram
    MOVE ntSourceId (ncrIndex) TO nrSourceId
    MOVE ntMeasuredValue (ncrIndex) TO nrMeasuredValue
    MOVE ntLimitValue (ncrIndex) TO nrLimitValue
    MOVE ntLimitType (ncrIndex) TO nrLimitType
    MOVE ntStatus (ncrIndex) TO nrStatus
    MOVE ntDisposition (ncrIndex) TO nrDisposition
    MOVE ntRootCause (ncrIndex) TO nrRootCause
    MOVE ntCorrectiveAction (ncrIndex) TO nrCorrectiveAction
    MOVE ntOwner (ncrIndex) TO nrOwner
    MOVE ntCloseDate (ncrIndex) TO nrCloseDate
    WRITE ncrRecord.
MaintenanceLoop.
    DISPLAY "(L)ist open, (I)nquire, (D)isposition, (C)lose "
        "or (Q)uit: "
    ACCEPT maintenanceChoice
    EVALUATE maintenanceChoice
        WHEN "L" WHEN "l" PERFORM ListOpenNcrs
        WHEN "I" WHEN "i" PERFORM InquireNcr
        WHEN "D" WHEN "d" PERFORM DispositionNcr
        WHEN "C" WHEN "c" PERFORM CloseNcr
        WHEN "Q" WHEN "q" MOVE "N" TO keepGoing
        WHEN OTHER DISPLAY "Invalid selection."
    END-EVALUATE.
ListOpenNcrs.
    MOVE ZERO TO openListedCount
    PERFORM ListOneOpenNcr
        VARYING ncrIndex FROM 1 BY 1
        UNTIL ncrIndex > ncrCount
    DISPLAY openListedCount " open NCR(s).".
ListOneOpenNcr.
    IF ntStatus (ncrIndex) = "O"
        ADD 1 TO openListedCount
        MOVE ntNcrNumber (ncrIndex) TO nllNcrNumber
        MOVE ntOpenDate (ncrIndex) TO nllOpenDate
        MOVE ntSourceProgram (ncrIndex) TO nllSourceProgram
        MOVE ntSourceId (ncrIndex) TO nllSourceId
        MOVE ntDisposition (ncrIndex) TO dispositionReply
        PERFORM DescribeDisposition
        MOVE dispositionText TO nllDisposition
        MOVE ntOwner (ncrIndex) TO nllOwner
        DISPLAY ncrListLine
    END-IF.
DescribeDisposition.
    EVALUATE dispositionReply
        WHEN "U" MOVE "USE-AS-IS" TO dispositionText
        WHEN "R" MOVE "REWORK" TO dispositionText
        WHEN "S" MOVE "SCRAP" TO dispositionText
        WHEN OTHER MOVE "UNDECIDED" TO dispositionText
    END-EVALUATE.
AcceptChosenNcr.
    MOVE ZERO TO ncrFound
    DISPLAY "Enter NCR number: "
    ACCEPT keyedNcrText
    IF keyedNcrText IS NOT NUMERIC
        DISPLAY "NCR number must be six digits."
    ELSE
        MOVE keyedNcrText TO chosenNcrNumber
        PERFORM MatchOneNcr
            VARYING ncrIndex FROM 1 BY 1
            UNTIL ncrIndex > ncrCount OR ncrFound > ZERO
        IF ncrFound = ZERO
            DISPLAY "NCR " chosenNcrNumber " is not on the register."
        END-IF
    END-IF.
MatchOneNcr.
    IF ntNcrNumber (ncrIndex) = chosenNcrNumber
        MOVE ncrIndex TO ncrFound
    END-IF.
InquireNcr.
    PERFORM AcceptChosenNcr
    IF ncrFound > ZERO
        DISPLAY "NCR " ntNcrNumber (ncrFound) "  OPENED "
            ntOpenDate (ncrFound) " BY " ntOpenedBy (ncrFound)
        DISPLAY "  SOURCE      " ntSourceProgram (ncrFound)
            " " ntSourceId (ncrFound)
        MOVE ntMeasuredValue (ncrFound) TO editedValue
        DISPLAY "  MEASURED    " editedValue
        MOVE ntLimitValue (ncrFound) TO editedValue
        DISPLAY "  LIMIT       " editedValue " "
            ntLimitType (ncrFound)
        MOVE ntDisposition (ncrFound) TO dispositionReply
        PERFORM DescribeDisposition
        DISPLAY "  DISPOSITION " dispositionText
        DISPLAY "  ROOT CAUSE  " ntRootCause (ncrFound)
        DISPLAY "  CORRECTIVE  " ntCorrectiveAction (ncrFound)
        DISPLAY "  OWNER       " ntOwner (ncrFound)
        IF ntStatus (ncrFound) = "C"
            DISPLAY "  CLOSED      " ntCloseDate (ncrFound)
        ELSE
            DISPLAY "  STATUS      OPEN"
        END-IF
    END-IF.
DispositionNcr.
    PERFORM AcceptChosenNcr
    IF ncrFound > ZERO
        IF ntStatus (ncrFound) = "C"
            DISPLAY "NCR " chosenNcrNumber " is already closed."
        ELSE
            DISPLAY "Disposition - (U)se-as-is, (R)ework, (S)crap: "
            ACCEPT dispositionReply
            INSPECT dispositionReply CONVERTING "urs" TO "URS"
            IF dispositionReply NOT = "U"
                AND dispositionReply NOT = "R"
                AND dispositionReply NOT = "S"
                DISPLAY "Disposition must be U, R or S - "
                    "NCR not changed."
            ELSE
                PERFORM RecordDisposition
            END-IF
        END-IF
    END-IF.
RecordDisposition.
    MOVE dispositionReply TO ntDisposition (ncrFound)
    MOVE SPACES TO rootCauseReply
    DISPLAY "Root cause (blank keeps current): "
    ACCEPT rootCauseReply
    IF rootCauseReply NOT = SPACES
        MOVE rootCauseReply TO ntRootCause (ncrFound)
    END-IF
    MOVE SPACES TO correctiveActionReply
    DISPLAY "Corrective action (blank keeps current): "
    ACCEPT correctiveActionReply
    IF correctiveActionReply NOT = SPACES
        MOVE correctiveActionReply TO ntCorrectiveAction (ncrFound)
    END-IF
    MOVE SPACES TO ownerReply
    DISPLAY "Owner (blank keeps current): "
    ACCEPT ownerReply
    IF ownerReply NOT = SPACES
        MOVE ownerReply TO ntOwner (ncrFound)
    END-IF
    ADD 1 TO changeCount
    DISPLAY "NCR " chosenNcrNumber " dispositioned.".
CloseNcr.
    PERFORM AcceptChosenNcr
    IF ncrFound > ZERO
        IF ntStatus (ncrFound) = "C"
            DISPLAY "NCR " chosenNcrNumber " is already closed."
        ELSE
        IF ntDisposition (ncrFound) = SPACE
            OR ntRootCause (ncrFound) = SPACES
            OR ntCorrectiveAction (ncrFound) = SPACES
            OR ntOwner (ncrFound) = SPACES
            DISPLAY "Record the disposition, root cause, corrective "
                "action and owner before closing."
        ELSE
            PERFORM AcceptCloseDate
        END-IF
        END-IF
    END-IF.
AcceptCloseDate.
    MOVE SPACES TO closeDateReply
    DISPLAY "Close date YYYYMMDD (blank for today): "
    ACCEPT closeDateReply
    IF closeDateReply = SPACES
        MOVE todayDate TO closeDateValue
    ELSE
        IF closeDateReply IS NUMERIC
            MOVE closeDateReply TO closeDateValue
        ELSE
            MOVE ZERO TO closeDateValue
        END-IF
    END-IF
    IF closeDateValue < ntOpenDate (ncrFound)
        OR closeDateValue > todayDate
        DISPLAY "Close date must fall between the open date and "
            "today - NCR not closed."
    ELSE
        MOVE closeDateValue TO ntCloseDate (ncrFound)
        MOVE "C" TO ntStatus (ncrFound)
        ADD 1 TO changeCount
        ADD 1 TO closedCount
        DISPLAY "NCR " chosenNcrNumber " closed."
    END-IF.
