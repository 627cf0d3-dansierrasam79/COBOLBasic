*> Customer dispute case maintenance. TRAN-LOG-INQUIRY finds the
*> transaction-log entries behind a disputed result, but the findings
*> used to live in someone's inbox and the same dispute was worked
*> twice. Each dispute is now a case on the register DISPCASE.DAT:
*> (O)pen a case for a CUSTMAST.DAT customer against one of its
*> quotes or invoices - refused while another unresolved case already
*> covers that quote or invoice - (L)ist the unresolved cases,
*> (I)nquire on one case with its notes and evidence, add a dated
*> (N)ote line, (A)ttach a transaction-log entry by its program ID and
*> timestamp as printed on TRAN-LOG-INQUIRY's report, and set the
*> (S)tatus to investigating, resolved for us or resolved for the
*> customer (with the value conceded). An attached entry is copied
*> whole onto DISPEVID.DAT from TRANSACTION.LOG or a
*> TRANHISTyyyymm.LOG archive, so it outlives LOG-ROLLOVER and the
*> annual purge. LOG-ROLLOVER names an archive for the month it runs
*> in, so a month-end rollover run early in the next month files the
*> entries under that month: the archives are searched from the
*> entry's own month forward to the current month. Notes and
*> evidence are appended as they are keyed; the register is held in a
*> table for the session and written back on quit, and a register
*> larger than the table refuses the session rather than rewrite
*> the file short.
IDENTIFICATION DIVISION.
PROGRAM-ID. DISPUTE-CASE-MAINT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT disputeCaseFile ASSIGN TO "DISPCASE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS disputeCaseStatus.
    SELECT disputeNoteFile ASSIGN TO "DISPNOTE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS disputeNoteStatus.
    SELECT disputeEvidenceFile ASSIGN TO "DISPEVID.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS disputeEvidenceStatus.
    SELECT customerMasterFile ASSIGN TO "CUSTMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS customerMasterStatus.
    SELECT quoteRegisterFile ASSIGN TO "QUOTEREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS quoteRegisterStatus.
    SELECT invoiceRegisterFile ASSIGN TO "INVCREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS invoiceRegisterStatus.
    SELECT searchLogFile ASSIGN TO DYNAMIC searchFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS searchFileStatus.
DATA DIVISION.
FILE SECTION.
FD  disputeCaseFile.
COPY "DISPCASE.cpy".
FD  disputeNoteFile.
COPY "DISPNOTE.cpy".
FD  disputeEvidenceFile.
COPY "DISPEVID.cpy".
FD  customerMasterFile.
COPY "CUSTMAST.cpy".
FD  quoteRegisterFile.
COPY "QUOTEREG.cpy".
FD  invoiceRegisterFile.
COPY "INVCREG.cpy".
FD  searchLogFile.
    COPY "TRANLOG.cpy" REPLACING ==tranLogLine== BY ==tranLogReadRecord==.
WORKING-STORAGE SECTION.
    01 disputeCaseStatus PIC X(2) VALUE "00".
    01 disputeNoteStatus PIC X(2) VALUE "00".
    01 disputeEvidenceStatus PIC X(2) VALUE "00".
    01 customerMasterStatus PIC X(2) VALUE "00".
    01 quoteRegisterStatus PIC X(2) VALUE "00".
    01 invoiceRegisterStatus PIC X(2) VALUE "00".
    01 searchFileStatus PIC X(2) VALUE "00".
    01 searchFileName PIC X(20).
    01 searchYearMonth.
        05 searchYear PIC 9(04).
        05 searchMonth PIC 9(02).
    01 disputeCaseEOF PIC X(1) VALUE "N".
    01 disputeNoteEOF PIC X(1) VALUE "N".
    01 disputeEvidenceEOF PIC X(1) VALUE "N".
    01 customerMasterEOF PIC X(1) VALUE "N".
    01 quoteRegisterEOF PIC X(1) VALUE "N".
    01 invoiceRegisterEOF PIC X(1) VALUE "N".
    01 searchEOF PIC X(1) VALUE "N".
    01 caseTable.
        05 caseEntry OCCURS 500 TIMES.
            10 ctCaseNumber PIC 9(06).
            10 ctCustomerId PIC X(6).
            10 ctReferenceType PIC X(1).
            10 ctReferenceNumber PIC 9(06).
            10 ctDisputedAmount PIC 9(09)V99.
            10 ctOpenedBy PIC X(08).
            10 ctOpenDate PIC 9(08).
            10 ctSummary PIC X(40).
            10 ctStatus PIC X(1).
            10 ctResolvedDate PIC 9(08).
            10 ctResolvedBy PIC X(08).
            10 ctConcededAmount PIC 9(09)V99.
    01 caseCount PIC 9(03) VALUE ZERO.
    01 caseIndex PIC 9(03) VALUE ZERO.
    01 caseFound PIC 9(03) VALUE ZERO.
    01 duplicateFound PIC 9(03) VALUE ZERO.
    01 caseTableFull PIC X(1) VALUE "N".
    01 highestCaseNumber PIC 9(06) VALUE ZERO.
    01 keyedCaseText PIC X(06).
    01 chosenCaseNumber PIC 9(06).
    01 maintenanceChoice PIC X(1).
    01 keepGoing PIC X(1) VALUE "Y".
    01 changeCount PIC 9(03) VALUE ZERO.
    01 openedCount PIC 9(03) VALUE ZERO.
    01 listedCount PIC 9(03) VALUE ZERO.
    01 noteShownCount PIC 9(03) VALUE ZERO.
    01 evidenceShownCount PIC 9(03) VALUE ZERO.
    01 keyedCustomerId PIC X(6).
    01 customerFound PIC X(1).
    01 customerMergedInto PIC X(6).
    01 referenceTypeReply PIC X(1).
    01 keyedReferenceText PIC X(06).
    01 keyedReferenceNumber PIC 9(06).
    01 referenceFound PIC X(1).
    01 referenceCustomerId PIC X(6).
    01 referenceAmount PIC 9(09)V99.
    01 highestRevision PIC 9(02).
    01 summaryReply PIC X(40).
    01 statusReply PIC X(1).
    01 keyedAmountText PIC X(11).
    01 keyedAmount PIC 9(09)V99.
    01 noteReply PIC X(60).
    01 statusNoteText PIC X(60).
    01 keyedProgramId PIC X(27).
    01 keyedTimestamp PIC X(26).
    01 logEntryFound PIC X(1).
    01 evidenceAlreadyAttached PIC X(1).
    01 todayDate PIC 9(08).
    01 currentTimeFields.
        05 ctHours PIC 9(02).
        05 ctMinutes PIC 9(02).
        05 ctSeconds PIC 9(02).
        05 FILLER PIC X(02).
    01 caseStatusText PIC X(22).
    01 referenceTypeText PIC X(7).
    01 editedAmount PIC Z(08)9.99.
    01 caseListLine.
        05 cllCaseNumber PIC 9(06).
        05 FILLER PIC X(1) VALUE " ".
        05 cllOpenDate PIC 9999/99/99.
        05 FILLER PIC X(1) VALUE " ".
        05 cllCustomerId PIC X(6).
        05 FILLER PIC X(1) VALUE " ".
        05 cllReferenceType PIC X(7).
        05 FILLER PIC X(1) VALUE " ".
        05 cllReferenceNumber PIC 9(06).
        05 FILLER PIC X(1) VALUE " ".
        05 cllDisputedAmount PIC Z(08)9.99.
        05 FILLER PIC X(1) VALUE " ".
        05 cllStatus PIC X(22).
    01 noteShowLine.
        05 FILLER PIC X(4) VALUE "  N ".
        05 nslNoteDate PIC 9999/99/99.
        05 FILLER PIC X(1) VALUE " ".
        05 nslEnteredBy PIC X(08).
        05 FILLER PIC X(1) VALUE " ".
        05 nslNoteText PIC X(60).
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27)
        VALUE "DISPUTE-CASE-MAINT".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "DISPUTE-CASE-MAINT", operatorId
    ACCEPT todayDate FROM DATE YYYYMMDD
    PERFORM LoadCaseRegister
    MOVE "DISPUTE MAINT" TO tlInputs
    IF caseTableFull = "Y"
        DISPLAY "DISPCASE.DAT holds more than 500 cases - "
            "maintenance refused."
        MOVE "REJECTED" TO logRunStatus
        MOVE "REGISTER TOO LARGE" TO tlResultOut
    ELSE
        PERFORM MaintenanceLoop UNTIL keepGoing NOT = "Y"
        IF changeCount > ZERO
            PERFORM RewriteCaseRegister
        END-IF
        MOVE SPACES TO tlResultOut
        STRING "CHANGED=" DELIMITED BY SIZE
            changeCount DELIMITED BY SIZE
            " OPENED=" DELIMITED BY SIZE
            openedCount DELIMITED BY SIZE
            INTO tlResultOut
        END-STRING
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
LoadCaseRegister.
    MOVE ZERO TO caseCount
    MOVE ZERO TO highestCaseNumber
    MOVE "N" TO disputeCaseEOF
    OPEN INPUT disputeCaseFile
    IF disputeCaseStatus = "00"
        PERFORM AddOneCaseEntry UNTIL disputeCaseEOF = "Y"
        CLOSE disputeCaseFile
    END-IF
    DISPLAY caseCount " dispute case(s) on the register.".
AddOneCaseEntry.
    READ disputeCaseFile
        AT END MOVE "Y" TO disputeCaseEOF
        NOT AT END
            IF caseCount < 500
                ADD 1 TO caseCount
                MOVE dcCaseNumber TO ctCaseNumber (caseCount)
                MOVE dcCustomerId TO ctCustomerId (caseCount)
                MOVE dcReferenceType TO ctReferenceType (caseCount)
                MOVE dcReferenceNumber
                    TO ctReferenceNumber (caseCount)
                MOVE dcDisputedAmount TO ctDisputedAmount (caseCount)
                MOVE dcOpenedBy TO ctOpenedBy (caseCount)
                MOVE dcOpenDate TO ctOpenDate (caseCount)
                MOVE dcSummary TO ctSummary (caseCount)
                MOVE dcStatus TO ctStatus (caseCount)
                MOVE dcResolvedDate TO ctResolvedDate (caseCount)
                MOVE dcResolvedBy TO ctResolvedBy (caseCount)
                MOVE dcConcededAmount TO ctConcededAmount (caseCount)
                IF dcCaseNumber > highestCaseNumber
                    MOVE dcCaseNumber TO highestCaseNumber
                END-IF
            ELSE
                MOVE "Y" TO caseTableFull
                MOVE "Y" TO disputeCaseEOF
            END-IF
    END-READ.
RewriteCaseRegister.
    OPEN OUTPUT disputeCaseFile
    PERFORM WriteOneCaseRecord
        VARYING caseIndex FROM 1 BY 1
        UNTIL caseIndex > caseCount
    CLOSE disputeCaseFile.
WriteOneCaseRecord.
    MOVE ctCaseNumber (caseIndex) TO dcCaseNumber
    MOVE ctCustomerId (caseIndex) TO dcCustomerId
    MOVE ctReferenceType (caseIndex) TO dcReferenceType
    MOVE ctReferenceNumber (caseIndex) TO dcReferenceNumber
    MOVE ctDisputedAmount (caseIndex) TO dcDisputedAmount
    MOVE ctOpenedBy (caseIndex) TO dcOpenedBy
    MOVE ctOpenDate (caseIndex) TO dcOpenDate
    MOVE ctSummary (caseIndex) TO dcSummary
    MOVE ctStatus (caseIndex) TO dcStatus
    MOVE ctResolvedDate (caseIndex) TO dcResolvedDate
    MOVE ctResolvedBy (caseIndex) TO dcResolvedBy
    MOVE ctConcededAmount (caseIndex) TO dcConcededAmount
    WRITE disputeCaseRecord.
MaintenanceLoop.
    DISPLAY "(O)pen, (L)ist, (I)nquire, (N)ote, (A)ttach evidence, "
        "(S)tatus or (Q)uit: "
    ACCEPT maintenanceChoice
    EVALUATE maintenanceChoice
        WHEN "O" WHEN "o" PERFORM OpenDisputeCase
        WHEN "L" WHEN "l" PERFORM ListUnresolvedCases
        WHEN "I" WHEN "i" PERFORM InquireCase
        WHEN "N" WHEN "n" PERFORM AddCaseNote
        WHEN "A" WHEN "a" PERFORM AttachLogEvidence
        WHEN "S" WHEN "s" PERFORM ChangeCaseStatus
        WHEN "Q" WHEN "q" MOVE "N" TO keepGoing
        WHEN OTHER DISPLAY "Invalid selection."
    END-EVALUATE.
OpenDisputeCase.
    IF caseCount = 500
        DISPLAY "The case register is full - case not opened."
    ELSE
        DISPLAY "Customer ID: "
        ACCEPT keyedCustomerId
        PERFORM FindCustomer
        IF customerFound = "N"
            DISPLAY "Customer " keyedCustomerId
                " is not on CUSTMAST.DAT - case not opened."
        ELSE
            PERFORM AcceptCaseReference
        END-IF
    END-IF.
FindCustomer.
    MOVE "N" TO customerFound
    MOVE SPACES TO customerMergedInto
    MOVE "N" TO customerMasterEOF
    OPEN INPUT customerMasterFile
    IF customerMasterStatus = "00"
        PERFORM MatchOneCustomer
            UNTIL customerMasterEOF = "Y" OR customerFound = "Y"
        CLOSE customerMasterFile
    END-IF.
MatchOneCustomer.
    READ customerMasterFile
        AT END MOVE "Y" TO customerMasterEOF
        NOT AT END
            IF cmCustomerId = keyedCustomerId
                MOVE "Y" TO customerFound
                MOVE cmMergedIntoId TO customerMergedInto
            END-IF
    END-READ.
AcceptCaseReference.
    DISPLAY "Dispute over a (Q)uote or an (I)nvoice: "
    ACCEPT referenceTypeReply
    INSPECT referenceTypeReply CONVERTING "qi" TO "QI"
    DISPLAY "Quote or invoice number: "
    ACCEPT keyedReferenceText
    MOVE "N" TO referenceFound
    IF keyedReferenceText IS NOT NUMERIC
        DISPLAY "The number must be six digits - case not opened."
    ELSE
    IF referenceTypeReply NOT = "Q" AND referenceTypeReply NOT = "I"
        DISPLAY "Reply Q or I - case not opened."
    ELSE
        MOVE keyedReferenceText TO keyedReferenceNumber
        IF referenceTypeReply = "Q"
            PERFORM FindQuoteReference
        ELSE
            PERFORM FindInvoiceReference
        END-IF
        PERFORM CheckReferenceForCase
    END-IF
    END-IF.
CheckReferenceForCase.
    IF referenceFound = "N"
        DISPLAY "That quote or invoice is not on file - "
            "case not opened."
    ELSE
    IF referenceCustomerId NOT = keyedCustomerId
        AND referenceCustomerId NOT = customerMergedInto
        DISPLAY "That quote or invoice belongs to customer "
            referenceCustomerId " - case not opened."
    ELSE
        MOVE ZERO TO duplicateFound
        PERFORM MatchOneUnresolvedReference
            VARYING caseIndex FROM 1 BY 1
            UNTIL caseIndex > caseCount OR duplicateFound > ZERO
        IF duplicateFound > ZERO
            DISPLAY "Case " ctCaseNumber (duplicateFound)
                " is already open on that quote or invoice - "
                "add to it instead."
        ELSE
            PERFORM RegisterNewCase
        END-IF
    END-IF
    END-IF.
FindQuoteReference.
    MOVE ZERO TO highestRevision
    MOVE "N" TO quoteRegisterEOF
    OPEN INPUT quoteRegisterFile
    IF quoteRegisterStatus = "00"
        PERFORM MatchOneQuote UNTIL quoteRegisterEOF = "Y"
        CLOSE quoteRegisterFile
    END-IF.
MatchOneQuote.
    READ quoteRegisterFile
        AT END MOVE "Y" TO quoteRegisterEOF
        NOT AT END
            IF qrQuoteNumber = keyedReferenceNumber
                AND (referenceFound = "N"
                    OR qrRevisionNumber > highestRevision)
                MOVE "Y" TO referenceFound
                IF qrRevisionNumber IS NUMERIC
                    MOVE qrRevisionNumber TO highestRevision
                END-IF
                MOVE qrCustomerId TO referenceCustomerId
                MOVE qrJobTotal TO referenceAmount
            END-IF
    END-READ.
FindInvoiceReference.
    MOVE "N" TO invoiceRegisterEOF
    OPEN INPUT invoiceRegisterFile
    IF invoiceRegisterStatus = "00"
        PERFORM MatchOneInvoice
            UNTIL invoiceRegisterEOF = "Y" OR referenceFound = "Y"
        CLOSE invoiceRegisterFile
    END-IF.
MatchOneInvoice.
    READ invoiceRegisterFile
        AT END MOVE "Y" TO invoiceRegisterEOF
        NOT AT END
            IF ivInvoiceNumber = keyedReferenceNumber
                MOVE "Y" TO referenceFound
                MOVE ivCustomerId TO referenceCustomerId
                MOVE ivInvoiceAmount TO referenceAmount
            END-IF
    END-READ.
MatchOneUnresolvedReference.
    IF ctReferenceType (caseIndex) = referenceTypeReply
        AND ctReferenceNumber (caseIndex) = keyedReferenceNumber
        AND (ctStatus (caseIndex) = "O"
            OR ctStatus (caseIndex) = "I")
        MOVE caseIndex TO duplicateFound
    END-IF.
RegisterNewCase.
    IF customerMergedInto NOT = SPACES
        DISPLAY "Customer " keyedCustomerId " was merged into "
            customerMergedInto " - case opened under "
            customerMergedInto "."
        MOVE customerMergedInto TO keyedCustomerId
    END-IF
    DISPLAY "One-line summary of the dispute: "
    MOVE SPACES TO summaryReply
    ACCEPT summaryReply
    ADD 1 TO highestCaseNumber
    ADD 1 TO caseCount
    MOVE highestCaseNumber TO ctCaseNumber (caseCount)
    MOVE keyedCustomerId TO ctCustomerId (caseCount)
    MOVE referenceTypeReply TO ctReferenceType (caseCount)
    MOVE keyedReferenceNumber TO ctReferenceNumber (caseCount)
    MOVE referenceAmount TO ctDisputedAmount (caseCount)
    MOVE operatorId TO ctOpenedBy (caseCount)
    MOVE todayDate TO ctOpenDate (caseCount)
    MOVE summaryReply TO ctSummary (caseCount)
    MOVE "O" TO ctStatus (caseCount)
    MOVE ZERO TO ctResolvedDate (caseCount)
    MOVE SPACES TO ctResolvedBy (caseCount)
    MOVE ZERO TO ctConcededAmount (caseCount)
    ADD 1 TO changeCount
    ADD 1 TO openedCount
    MOVE referenceAmount TO editedAmount
    DISPLAY "Case " highestCaseNumber " opened - value in dispute "
        editedAmount ".".
ListUnresolvedCases.
    MOVE ZERO TO listedCount
    PERFORM ListOneUnresolvedCase
        VARYING caseIndex FROM 1 BY 1
        UNTIL caseIndex > caseCount
    DISPLAY listedCount " unresolved case(s).".
ListOneUnresolvedCase.
    IF ctStatus (caseIndex) = "O" OR ctStatus (caseIndex) = "I"
        ADD 1 TO listedCount
        MOVE ctCaseNumber (caseIndex) TO cllCaseNumber
        MOVE ctOpenDate (caseIndex) TO cllOpenDate
        MOVE ctCustomerId (caseIndex) TO cllCustomerId
        MOVE ctReferenceType (caseIndex) TO referenceTypeReply
        PERFORM DescribeReferenceType
        MOVE referenceTypeText TO cllReferenceType
        MOVE ctReferenceNumber (caseIndex) TO cllReferenceNumber
        MOVE ctDisputedAmount (caseIndex) TO cllDisputedAmount
        MOVE ctStatus (caseIndex) TO statusReply
        PERFORM DescribeCaseStatus
        MOVE caseStatusText TO cllStatus
        DISPLAY caseListLine
    END-IF.
DescribeReferenceType.
    IF referenceTypeReply = "I"
        MOVE "INVOICE" TO referenceTypeText
    ELSE
        MOVE "QUOTE" TO referenceTypeText
    END-IF.
DescribeCaseStatus.
    EVALUATE statusReply
        WHEN "O" MOVE "OPEN" TO caseStatusText
        WHEN "I" MOVE "INVESTIGATING" TO caseStatusText
        WHEN "U" MOVE "RESOLVED FOR US" TO caseStatusText
        WHEN "C" MOVE "RESOLVED FOR CUSTOMER" TO caseStatusText
        WHEN OTHER MOVE "UNKNOWN" TO caseStatusText
    END-EVALUATE.
AcceptChosenCase.
    MOVE ZERO TO caseFound
    DISPLAY "Enter case number: "
    ACCEPT keyedCaseText
    IF keyedCaseText IS NOT NUMERIC
        DISPLAY "Case number must be six digits."
    ELSE
        MOVE keyedCaseText TO chosenCaseNumber
        PERFORM MatchOneCase
            VARYING caseIndex FROM 1 BY 1
            UNTIL caseIndex > caseCount OR caseFound > ZERO
        IF caseFound = ZERO
            DISPLAY "Case " chosenCaseNumber
                " is not on the register."
        END-IF
    END-IF.
MatchOneCase.
    IF ctCaseNumber (caseIndex) = chosenCaseNumber
        MOVE caseIndex TO caseFound
    END-IF.
InquireCase.
    PERFORM AcceptChosenCase
    IF caseFound > ZERO
        MOVE ctReferenceType (caseFound) TO referenceTypeReply
        PERFORM DescribeReferenceType
        MOVE ctStatus (caseFound) TO statusReply
        PERFORM DescribeCaseStatus
        DISPLAY "CASE " ctCaseNumber (caseFound) "  OPENED "
            ctOpenDate (caseFound) " BY " ctOpenedBy (caseFound)
        DISPLAY "  CUSTOMER    " ctCustomerId (caseFound)
        DISPLAY "  REFERENCE   " referenceTypeText " "
            ctReferenceNumber (caseFound)
        MOVE ctDisputedAmount (caseFound) TO editedAmount
        DISPLAY "  IN DISPUTE  " editedAmount
        DISPLAY "  SUMMARY     " ctSummary (caseFound)
        DISPLAY "  STATUS      " caseStatusText
        IF ctStatus (caseFound) = "U" OR ctStatus (caseFound) = "C"
            DISPLAY "  RESOLVED    " ctResolvedDate (caseFound)
                " BY " ctResolvedBy (caseFound)
            MOVE ctConcededAmount (caseFound) TO editedAmount
            DISPLAY "  CONCEDED    " editedAmount
        END-IF
        PERFORM ShowCaseNotes
        PERFORM ShowCaseEvidence
    END-IF.
ShowCaseNotes.
    MOVE ZERO TO noteShownCount
    MOVE "N" TO disputeNoteEOF
    OPEN INPUT disputeNoteFile
    IF disputeNoteStatus = "00"
        PERFORM ShowOneCaseNote UNTIL disputeNoteEOF = "Y"
        CLOSE disputeNoteFile
    END-IF
    DISPLAY "  " noteShownCount " NOTE(S)".
ShowOneCaseNote.
    READ disputeNoteFile
        AT END MOVE "Y" TO disputeNoteEOF
        NOT AT END
            IF dnCaseNumber = chosenCaseNumber
                ADD 1 TO noteShownCount
                MOVE dnNoteDate TO nslNoteDate
                MOVE dnEnteredBy TO nslEnteredBy
                MOVE dnNoteText TO nslNoteText
                DISPLAY noteShowLine
            END-IF
    END-READ.
ShowCaseEvidence.
    MOVE ZERO TO evidenceShownCount
    MOVE "N" TO disputeEvidenceEOF
    OPEN INPUT disputeEvidenceFile
    IF disputeEvidenceStatus = "00"
        PERFORM ShowOneCaseEvidence UNTIL disputeEvidenceEOF = "Y"
        CLOSE disputeEvidenceFile
    END-IF
    DISPLAY "  " evidenceShownCount " LOG ENTRY(IES) ATTACHED".
ShowOneCaseEvidence.
    READ disputeEvidenceFile
        AT END MOVE "Y" TO disputeEvidenceEOF
        NOT AT END
            IF deCaseNumber = chosenCaseNumber
                ADD 1 TO evidenceShownCount
                DISPLAY "  E " deSourceFile " " deAttachedBy
                DISPLAY "    " deLogImage
            END-IF
    END-READ.
AddCaseNote.
    PERFORM AcceptChosenCase
    IF caseFound > ZERO
        DISPLAY "Note (up to 60 characters): "
        MOVE SPACES TO noteReply
        ACCEPT noteReply
        IF noteReply = SPACES
            DISPLAY "Blank note - nothing added."
        ELSE
            PERFORM WriteCaseNote
            DISPLAY "Note added to case " chosenCaseNumber "."
        END-IF
    END-IF.
WriteCaseNote.
    OPEN EXTEND disputeNoteFile
    IF disputeNoteStatus = "05" OR disputeNoteStatus = "35"
        OPEN OUTPUT disputeNoteFile
    END-IF
    ACCEPT currentTimeFields FROM TIME
    MOVE ctCaseNumber (caseFound) TO dnCaseNumber
    MOVE todayDate TO dnNoteDate
    MOVE currentTimeFields (1:6) TO dnNoteTime
    MOVE operatorId TO dnEnteredBy
    MOVE noteReply TO dnNoteText
    WRITE disputeNoteRecord
    CLOSE disputeNoteFile.
AttachLogEvidence.
    PERFORM AcceptChosenCase
    IF caseFound > ZERO
        IF ctStatus (caseFound) = "U" OR ctStatus (caseFound) = "C"
            DISPLAY "Case " chosenCaseNumber " is resolved - "
                "evidence not attached."
        ELSE
            DISPLAY "Program ID of the log entry: "
            MOVE SPACES TO keyedProgramId
            ACCEPT keyedProgramId
            DISPLAY "Timestamp of the log entry (as on the "
                "inquiry report): "
            MOVE SPACES TO keyedTimestamp
            ACCEPT keyedTimestamp
            PERFORM CheckEvidenceAttached
            IF evidenceAlreadyAttached = "Y"
                DISPLAY "That log entry is already attached to case "
                    chosenCaseNumber "."
            ELSE
                PERFORM FindLogEntry
                IF logEntryFound = "Y"
                    PERFORM WriteCaseEvidence
                    DISPLAY "Log entry attached from " searchFileName
                ELSE
                    DISPLAY "No entry for that program and timestamp "
                        "in TRANSACTION.LOG or its archives."
                END-IF
            END-IF
        END-IF
    END-IF.
CheckEvidenceAttached.
    MOVE "N" TO evidenceAlreadyAttached
    MOVE "N" TO disputeEvidenceEOF
    OPEN INPUT disputeEvidenceFile
    IF disputeEvidenceStatus = "00"
        PERFORM MatchOneAttachedEntry
            UNTIL disputeEvidenceEOF = "Y"
                OR evidenceAlreadyAttached = "Y"
        CLOSE disputeEvidenceFile
    END-IF.
MatchOneAttachedEntry.
    READ disputeEvidenceFile
        AT END MOVE "Y" TO disputeEvidenceEOF
        NOT AT END
            IF deCaseNumber = chosenCaseNumber
                AND deProgramId = keyedProgramId
                AND deTimestamp = keyedTimestamp
                MOVE "Y" TO evidenceAlreadyAttached
            END-IF
    END-READ.
FindLogEntry.
    MOVE "N" TO logEntryFound
    MOVE "TRANSACTION.LOG" TO searchFileName
    PERFORM SearchOneLogFile
    IF logEntryFound = "N" AND keyedTimestamp (1:6) IS NUMERIC
        MOVE keyedTimestamp (1:6) TO searchYearMonth
        PERFORM SearchOneArchiveMonth
            UNTIL logEntryFound = "Y"
                OR searchYearMonth > todayDate (1:6)
    END-IF.
SearchOneArchiveMonth.
    MOVE SPACES TO searchFileName
    STRING "TRANHIST" DELIMITED BY SIZE
        searchYearMonth DELIMITED BY SIZE
        ".LOG" DELIMITED BY SIZE
        INTO searchFileName
    END-STRING
    PERFORM SearchOneLogFile
    IF logEntryFound = "N"
        PERFORM StepForwardOneMonth
    END-IF.
StepForwardOneMonth.
    IF searchMonth = 12
        MOVE 01 TO searchMonth
        ADD 1 TO searchYear
    ELSE
        ADD 1 TO searchMonth
    END-IF.
SearchOneLogFile.
    MOVE "N" TO searchEOF
    OPEN INPUT searchLogFile
    IF searchFileStatus = "00"
        PERFORM MatchOneLogRecord
            UNTIL searchEOF = "Y" OR logEntryFound = "Y"
        CLOSE searchLogFile
    END-IF.
MatchOneLogRecord.
    READ searchLogFile
        AT END MOVE "Y" TO searchEOF
        NOT AT END
            IF tlProgramId = keyedProgramId
                AND tlTimestamp = keyedTimestamp
                MOVE "Y" TO logEntryFound
                MOVE tranLogReadRecord TO deLogImage
            END-IF
    END-READ.
WriteCaseEvidence.
    OPEN EXTEND disputeEvidenceFile
    IF disputeEvidenceStatus = "05" OR disputeEvidenceStatus = "35"
        OPEN OUTPUT disputeEvidenceFile
    END-IF
    MOVE ctCaseNumber (caseFound) TO deCaseNumber
    MOVE todayDate TO deAttachedDate
    MOVE operatorId TO deAttachedBy
    MOVE searchFileName TO deSourceFile
    WRITE disputeEvidenceRecord
    CLOSE disputeEvidenceFile.
ChangeCaseStatus.
    PERFORM AcceptChosenCase
    IF caseFound > ZERO
        IF ctStatus (caseFound) = "U" OR ctStatus (caseFound) = "C"
            DISPLAY "Case " chosenCaseNumber " is already resolved."
        ELSE
            DISPLAY "(I)nvestigating, resolved for (U)s or resolved "
                "for the (C)ustomer: "
            ACCEPT statusReply
            INSPECT statusReply CONVERTING "iuc" TO "IUC"
            EVALUATE statusReply
                WHEN "I"
                    MOVE "I" TO ctStatus (caseFound)
                    PERFORM RecordStatusChange
                WHEN "U"
                    MOVE ZERO TO ctConcededAmount (caseFound)
                    PERFORM ResolveCase
                WHEN "C"
                    PERFORM AcceptConcededAmount
                WHEN OTHER
                    DISPLAY "Status must be I, U or C - "
                        "case not changed."
            END-EVALUATE
        END-IF
    END-IF.
AcceptConcededAmount.
    DISPLAY "Value conceded to the customer (11 digits, "
        "999999999.99 as 99999999999; blank for the full value): "
    MOVE SPACES TO keyedAmountText
    ACCEPT keyedAmountText
    IF keyedAmountText = SPACES
        MOVE ctDisputedAmount (caseFound) TO keyedAmount
    ELSE
        IF keyedAmountText IS NUMERIC
            MOVE keyedAmountText TO keyedAmount (1:11)
        ELSE
            MOVE ZERO TO keyedAmount
            MOVE "X" TO statusReply
        END-IF
    END-IF
    IF statusReply = "X"
        DISPLAY "Value is not numeric - case not changed."
    ELSE
        MOVE keyedAmount TO ctConcededAmount (caseFound)
        PERFORM ResolveCase
    END-IF.
ResolveCase.
    MOVE statusReply TO ctStatus (caseFound)
    MOVE todayDate TO ctResolvedDate (caseFound)
    MOVE operatorId TO ctResolvedBy (caseFound)
    PERFORM RecordStatusChange.
RecordStatusChange.
    ADD 1 TO changeCount
    PERFORM DescribeCaseStatus
    MOVE SPACES TO noteReply
    STRING "STATUS SET TO " DELIMITED BY SIZE
        caseStatusText DELIMITED BY "  "
        INTO noteReply
    END-STRING
    IF statusReply = "C"
        MOVE ctConcededAmount (caseFound) TO editedAmount
        MOVE SPACES TO statusNoteText
        STRING noteReply DELIMITED BY "  "
            " - CONCEDED " DELIMITED BY SIZE
            editedAmount DELIMITED BY SIZE
            INTO statusNoteText
        END-STRING
        MOVE statusNoteText TO noteReply
    END-IF
    PERFORM WriteCaseNote
    DISPLAY "Case " chosenCaseNumber " - " caseStatusText.
