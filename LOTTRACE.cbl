*> Heat/lot trace inquiry. A customer asking which steel batch went
*> into their job, or a supplier recall, meant a week in the filing
*> cabinet. The ledger now records the supplier's heat or lot number
*> on every receipt and one consumption movement per lot drawn, so
*> this answers both questions from MATMOVE.DAT in one pass. The
*> (L)ot mode takes a lot number and lists its receipts from the lot
*> balances on MATLOT.DAT, then every consumption that drew from it -
*> job, piece, quantity - with the quote the job was priced on from
*> QUOTEREG.DAT (the live revision) and the customer and name from
*> CUSTMAST.DAT, and a count of the distinct jobs affected. The (J)ob
*> mode takes a job number and lists every lot it consumed with the
*> material, piece, quantity and the lot's receipt date. Both print
*> to LOTTRACE.RPT as well as the screen.
*> Lots drawn down to nothing now leave MATLOT.DAT for the lot history
*> file MATLOTH.DAT, so both modes look there too: the (L)ot mode
*> lists the lot's receipts from both files, and the (J)ob mode takes
*> a receipt date from the history when the lot is no longer on
*> MATLOT.DAT.
IDENTIFICATION DIVISION.
PROGRAM-ID. LOT-TRACE-INQUIRY.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT materialMoveFile ASSIGN TO "MATMOVE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS materialMoveStatus.
    SELECT materialLotFile ASSIGN TO "MATLOT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS materialLotStatus.
    SELECT lotHistoryFile ASSIGN TO "MATLOTH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS lotHistoryStatus.
    SELECT quoteRegisterFile ASSIGN TO "QUOTEREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS quoteRegisterStatus.
    SELECT customerMasterFile ASSIGN TO "CUSTMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS customerMasterStatus.
    SELECT traceReportFile ASSIGN TO "LOTTRACE.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  materialMoveFile.
COPY "MATMOVE.cpy".
FD  materialLotFile.
COPY "MATLOT.cpy".
FD  lotHistoryFile.
01 lotHistoryRecord PIC X(59).
FD  quoteRegisterFile.
COPY "QUOTEREG.cpy".
FD  customerMasterFile.
COPY "CUSTMAST.cpy".
FD  traceReportFile.
01 traceReportRecord PIC X(110).
WORKING-STORAGE SECTION.
    01 materialMoveStatus PIC X(2) VALUE "00".
    01 materialLotStatus PIC X(2) VALUE "00".
    01 lotHistoryStatus PIC X(2) VALUE "00".
    01 quoteRegisterStatus PIC X(2) VALUE "00".
    01 customerMasterStatus PIC X(2) VALUE "00".
    01 materialMoveEOF PIC X(1) VALUE "N".
    01 materialLotEOF PIC X(1) VALUE "N".
    01 lotHistoryEOF PIC X(1) VALUE "N".
    01 historyLotFound PIC X(1).
    01 quoteRegisterEOF PIC X(1) VALUE "N".
    01 customerMasterEOF PIC X(1) VALUE "N".
    01 runMode PIC X(1).
    01 keyedLotNumber PIC X(12).
    01 keyedJobNumber PIC 9(06).
    01 quoteTable.
        05 quoteEntry OCCURS 500 TIMES.
            10 qtJobNumber PIC 9(06).
            10 qtQuoteNumber PIC 9(06).
            10 qtCustomerId PIC X(6).
    01 quoteCount PIC 9(03) VALUE ZERO.
    01 quoteIndex PIC 9(03).
    01 quoteFound PIC 9(03).
    01 customerTable.
        05 customerEntry OCCURS 200 TIMES.
            10 cuCustomerId PIC X(6).
            10 cuCustomerName PIC X(25).
    01 customerCount PIC 9(03) VALUE ZERO.
    01 customerIndex PIC 9(03).
    01 lotTable.
        05 lotEntry OCCURS 1000 TIMES.
            10 lbMaterialCode PIC X(4).
            10 lbLotNumber PIC X(12).
            10 lbReceiptDate PIC 9(08).
            10 lbReference PIC X(15).
            10 lbQtyReceived PIC 9(08)V99.
            10 lbQtyRemaining PIC 9(08)V99.
    01 lotCount PIC 9(04) VALUE ZERO.
    01 lotIndex PIC 9(04).
    01 jobSeenTable.
        05 jobSeenEntry OCCURS 300 TIMES.
            10 jsJobNumber PIC 9(06).
    01 jobSeenCount PIC 9(03) VALUE ZERO.
    01 jobSeenIndex PIC 9(03).
    01 jobSeenFound PIC 9(03).
    01 traceLineCount PIC 9(05) VALUE ZERO.
    01 moveJobNumber PIC 9(06).
    01 traceTitleLine.
        05 FILLER PIC X(20) VALUE "LOT TRACE - ".
        05 ttlSubject PIC X(30).
    01 lotReceiptLine.
        05 FILLER PIC X(10) VALUE "RECEIVED ".
        05 lrlReceiptDate PIC 9999/99/99.
        05 FILLER PIC X(10) VALUE " MATERIAL ".
        05 lrlMaterialCode PIC X(4).
        05 FILLER PIC X(5) VALUE " QTY=".
        05 lrlQtyReceived PIC Z(07)9.99.
        05 FILLER PIC X(6) VALUE " LEFT=".
        05 lrlQtyRemaining PIC Z(07)9.99.
        05 FILLER PIC X(5) VALUE " REF ".
        05 lrlReference PIC X(15).
    01 lotUseLine.
        05 lulMoveDate PIC 9999/99/99.
        05 FILLER PIC X(5) VALUE " JOB ".
        05 lulJobNumber PIC 9(06).
        05 FILLER PIC X(7) VALUE " PIECE ".
        05 lulPieceId PIC X(15).
        05 FILLER PIC X(5) VALUE " QTY=".
        05 lulQuantity PIC Z(07)9.99.
        05 FILLER PIC X(7) VALUE " QUOTE ".
        05 lulQuoteNumber PIC X(6).
        05 FILLER PIC X(1) VALUE " ".
        05 lulCustomerId PIC X(6).
        05 FILLER PIC X(1) VALUE " ".
        05 lulCustomerName PIC X(25).
    01 jobUseLine.
        05 julMoveDate PIC 9999/99/99.
        05 FILLER PIC X(10) VALUE " MATERIAL ".
        05 julMaterialCode PIC X(4).
        05 FILLER PIC X(5) VALUE " LOT ".
        05 julLotNumber PIC X(12).
        05 FILLER PIC X(7) VALUE " PIECE ".
        05 julPieceId PIC X(15).
        05 FILLER PIC X(5) VALUE " QTY=".
        05 julQuantity PIC Z(07)9.99.
        05 FILLER PIC X(10) VALUE " RECEIVED ".
        05 julReceiptDate PIC X(10).
    01 traceTotalLine.
        05 FILLER PIC X(16) VALUE "LINES TRACED=".
        05 tllLineCount PIC Z(04)9.
        05 FILLER PIC X(16) VALUE " DISTINCT JOBS=".
        05 tllJobCount PIC Z(02)9.
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27) VALUE "LOT-TRACE-INQUIRY".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "LOT-TRACE-INQUIRY", operatorId
    PERFORM LoadLotFile
    DISPLAY "Trace by (L)ot or by (J)ob: "
    ACCEPT runMode
    OPEN OUTPUT traceReportFile
    EVALUATE runMode
        WHEN "J" WHEN "j"
            DISPLAY "Enter job number: "
            ACCEPT keyedJobNumber
            PERFORM TraceOneJob
            MOVE SPACES TO tlInputs
            STRING "JOB " DELIMITED BY SIZE
                keyedJobNumber DELIMITED BY SIZE
                INTO tlInputs
            END-STRING
        WHEN OTHER
            DISPLAY "Enter heat/lot number: "
            ACCEPT keyedLotNumber
            PERFORM LoadQuoteRegister
            PERFORM LoadCustomerMaster
            PERFORM TraceOneLot
            MOVE SPACES TO tlInputs
            STRING "LOT " DELIMITED BY SIZE
                keyedLotNumber DELIMITED BY SIZE
                INTO tlInputs
            END-STRING
    END-EVALUATE
    MOVE traceLineCount TO tllLineCount
    MOVE jobSeenCount TO tllJobCount
    WRITE traceReportRecord FROM traceTotalLine
    DISPLAY traceTotalLine
    CLOSE traceReportFile
    MOVE SPACES TO tlResultOut
    STRING "LINES=" DELIMITED BY SIZE
        traceLineCount DELIMITED BY SIZE
        INTO tlResultOut
    END-STRING
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
LoadLotFile.
    MOVE ZERO TO lotCount
    MOVE "N" TO materialLotEOF
    OPEN INPUT materialLotFile
    IF materialLotStatus = "00"
        PERFORM ReadLotRecord
        PERFORM AddLotEntry
            UNTIL materialLotEOF = "Y" OR lotCount = 1000
        CLOSE materialLotFile
    END-IF.
ReadLotRecord.
    READ materialLotFile
        AT END MOVE "Y" TO materialLotEOF
    END-READ.
AddLotEntry.
    ADD 1 TO lotCount
    MOVE ltMaterialCode TO lbMaterialCode (lotCount)
    MOVE ltLotNumber TO lbLotNumber (lotCount)
    MOVE ltReceiptDate TO lbReceiptDate (lotCount)
    MOVE ltReference TO lbReference (lotCount)
    MOVE ltQtyReceived TO lbQtyReceived (lotCount)
    MOVE ltQtyRemaining TO lbQtyRemaining (lotCount)
    PERFORM ReadLotRecord.
LoadQuoteRegister.
    MOVE ZERO TO quoteCount
    MOVE "N" TO quoteRegisterEOF
    OPEN INPUT quoteRegisterFile
    IF quoteRegisterStatus = "00"
        PERFORM AddQuoteEntry
            UNTIL quoteRegisterEOF = "Y" OR quoteCount = 500
        CLOSE quoteRegisterFile
    END-IF.
AddQuoteEntry.
    READ quoteRegisterFile
        AT END MOVE "Y" TO quoteRegisterEOF
        NOT AT END
            IF qrJobNumber IS NUMERIC
                AND qrStatus NOT = "S"
                ADD 1 TO quoteCount
                MOVE qrJobNumber TO qtJobNumber (quoteCount)
                MOVE qrQuoteNumber TO qtQuoteNumber (quoteCount)
                MOVE qrCustomerId TO qtCustomerId (quoteCount)
            END-IF
    END-READ.
LoadCustomerMaster.
    MOVE ZERO TO customerCount
    MOVE "N" TO customerMasterEOF
    OPEN INPUT customerMasterFile
    IF customerMasterStatus = "00"
        PERFORM AddCustomerEntry
            UNTIL customerMasterEOF = "Y" OR customerCount = 200
        CLOSE customerMasterFile
    END-IF.
AddCustomerEntry.
    READ customerMasterFile
        AT END MOVE "Y" TO customerMasterEOF
        NOT AT END
            ADD 1 TO customerCount
            MOVE cmCustomerId TO cuCustomerId (customerCount)
            MOVE cmCustomerName TO cuCustomerName (customerCount)
    END-READ.
TraceOneLot.
    MOVE SPACES TO ttlSubject
    STRING "HEAT/LOT " DELIMITED BY SIZE
        keyedLotNumber DELIMITED BY SIZE
        INTO ttlSubject
    END-STRING
    WRITE traceReportRecord FROM traceTitleLine
    DISPLAY traceTitleLine
    PERFORM ListOneLotReceipt
        VARYING lotIndex FROM 1 BY 1
        UNTIL lotIndex > lotCount
    MOVE "N" TO lotHistoryEOF
    OPEN INPUT lotHistoryFile
    IF lotHistoryStatus = "00"
        PERFORM ListOneHistoryReceipt UNTIL lotHistoryEOF = "Y"
        CLOSE lotHistoryFile
    END-IF
    MOVE "N" TO materialMoveEOF
    OPEN INPUT materialMoveFile
    IF materialMoveStatus = "00"
        PERFORM TraceOneLotMovement UNTIL materialMoveEOF = "Y"
        CLOSE materialMoveFile
    END-IF.
ListOneLotReceipt.
    IF lbLotNumber (lotIndex) = keyedLotNumber
        MOVE lbReceiptDate (lotIndex) TO lrlReceiptDate
        MOVE lbMaterialCode (lotIndex) TO lrlMaterialCode
        MOVE lbQtyReceived (lotIndex) TO lrlQtyReceived
        MOVE lbQtyRemaining (lotIndex) TO lrlQtyRemaining
        MOVE lbReference (lotIndex) TO lrlReference
        WRITE traceReportRecord FROM lotReceiptLine
        DISPLAY lotReceiptLine
    END-IF.
ListOneHistoryReceipt.
    READ lotHistoryFile INTO materialLotRecord
        AT END MOVE "Y" TO lotHistoryEOF
        NOT AT END
            IF ltLotNumber = keyedLotNumber
                MOVE ltReceiptDate TO lrlReceiptDate
                MOVE ltMaterialCode TO lrlMaterialCode
                MOVE ltQtyReceived TO lrlQtyReceived
                MOVE ltQtyRemaining TO lrlQtyRemaining
                MOVE ltReference TO lrlReference
                WRITE traceReportRecord FROM lotReceiptLine
                DISPLAY lotReceiptLine
            END-IF
    END-READ.
TraceOneLotMovement.
    READ materialMoveFile
        AT END MOVE "Y" TO materialMoveEOF
        NOT AT END
            IF mvMoveType = "C"
                AND mvLotNumber = keyedLotNumber
                PERFORM ListOneLotUse
            END-IF
    END-READ.
ListOneLotUse.
    IF mvJobNumber IS NUMERIC
        MOVE mvJobNumber TO moveJobNumber
    ELSE
        MOVE ZERO TO moveJobNumber
    END-IF
    MOVE mvMoveDate TO lulMoveDate
    MOVE moveJobNumber TO lulJobNumber
    MOVE mvReference TO lulPieceId
    MOVE mvQuantity TO lulQuantity
    MOVE ZERO TO quoteFound
    PERFORM MatchOneQuoteJob
        VARYING quoteIndex FROM 1 BY 1
        UNTIL quoteIndex > quoteCount
    IF quoteFound = ZERO
        MOVE "NONE" TO lulQuoteNumber
        MOVE SPACES TO lulCustomerId
        MOVE SPACES TO lulCustomerName
    ELSE
        MOVE qtQuoteNumber (quoteFound) TO lulQuoteNumber
        MOVE qtCustomerId (quoteFound) TO lulCustomerId
        MOVE "*NOT ON CUSTOMER MASTER*" TO lulCustomerName
        PERFORM MatchOneCustomer
            VARYING customerIndex FROM 1 BY 1
            UNTIL customerIndex > customerCount
    END-IF
    WRITE traceReportRecord FROM lotUseLine
    DISPLAY lotUseLine
    ADD 1 TO traceLineCount
    PERFORM NoteJobSeen.
MatchOneQuoteJob.
    IF qtJobNumber (quoteIndex) = moveJobNumber
        MOVE quoteIndex TO quoteFound
    END-IF.
MatchOneCustomer.
    IF cuCustomerId (customerIndex) = qtCustomerId (quoteFound)
        MOVE cuCustomerName (customerIndex) TO lulCustomerName
    END-IF.
NoteJobSeen.
    MOVE ZERO TO jobSeenFound
    PERFORM MatchOneJobSeen
        VARYING jobSeenIndex FROM 1 BY 1
        UNTIL jobSeenIndex > jobSeenCount OR jobSeenFound > ZERO
    IF jobSeenFound = ZERO AND jobSeenCount < 300
        ADD 1 TO jobSeenCount
        MOVE moveJobNumber TO jsJobNumber (jobSeenCount)
    END-IF.
MatchOneJobSeen.
    IF jsJobNumber (jobSeenIndex) = moveJobNumber
        MOVE jobSeenIndex TO jobSeenFound
    END-IF.
TraceOneJob.
    MOVE SPACES TO ttlSubject
    STRING "JOB " DELIMITED BY SIZE
        keyedJobNumber DELIMITED BY SIZE
        INTO ttlSubject
    END-STRING
    WRITE traceReportRecord FROM traceTitleLine
    DISPLAY traceTitleLine
    MOVE "N" TO materialMoveEOF
    OPEN INPUT materialMoveFile
    IF materialMoveStatus = "00"
        PERFORM TraceOneJobMovement UNTIL materialMoveEOF = "Y"
        CLOSE materialMoveFile
    END-IF
    IF traceLineCount > ZERO
        MOVE keyedJobNumber TO moveJobNumber
        PERFORM NoteJobSeen
    END-IF.
TraceOneJobMovement.
    READ materialMoveFile
        AT END MOVE "Y" TO materialMoveEOF
        NOT AT END
            IF mvMoveType = "C"
                AND mvJobNumber IS NUMERIC
                AND mvJobNumber = keyedJobNumber
                PERFORM ListOneJobUse
            END-IF
    END-READ.
ListOneJobUse.
    MOVE mvMoveDate TO julMoveDate
    MOVE mvMaterialCode TO julMaterialCode
    MOVE mvLotNumber TO julLotNumber
    MOVE mvReference TO julPieceId
    MOVE mvQuantity TO julQuantity
    MOVE "UNKNOWN" TO julReceiptDate
    PERFORM MatchOneJobLot
        VARYING lotIndex FROM 1 BY 1
        UNTIL lotIndex > lotCount
    IF julReceiptDate = "UNKNOWN"
        AND mvLotNumber NOT = "UNTRACED"
        PERFORM FindHistoryReceiptDate
    END-IF
    WRITE traceReportRecord FROM jobUseLine
    DISPLAY jobUseLine
    ADD 1 TO traceLineCount.
FindHistoryReceiptDate.
    MOVE "N" TO historyLotFound
    MOVE "N" TO lotHistoryEOF
    OPEN INPUT lotHistoryFile
    IF lotHistoryStatus = "00"
        PERFORM MatchOneHistoryLot
            UNTIL lotHistoryEOF = "Y" OR historyLotFound = "Y"
        CLOSE lotHistoryFile
    END-IF.
MatchOneHistoryLot.
    READ lotHistoryFile INTO materialLotRecord
        AT END MOVE "Y" TO lotHistoryEOF
        NOT AT END
            IF ltMaterialCode = mvMaterialCode
                AND ltLotNumber = mvLotNumber
                MOVE "Y" TO historyLotFound
                MOVE SPACES TO julReceiptDate
                STRING ltReceiptDate (1:4) DELIMITED BY SIZE
                    "/" DELIMITED BY SIZE
                    ltReceiptDate (5:2) DELIMITED BY SIZE
                    "/" DELIMITED BY SIZE
                    ltReceiptDate (7:2) DELIMITED BY SIZE
                    INTO julReceiptDate
                END-STRING
            END-IF
    END-READ.
MatchOneJobLot.
    IF lbMaterialCode (lotIndex) = mvMaterialCode
        AND lbLotNumber (lotIndex) = mvLotNumber
        MOVE SPACES TO julReceiptDate
        STRING lbReceiptDate (lotIndex) (1:4) DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            lbReceiptDate (lotIndex) (5:2) DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            lbReceiptDate (lotIndex) (7:2) DELIMITED BY SIZE
            INTO julReceiptDate
        END-STRING
    END-IF.
