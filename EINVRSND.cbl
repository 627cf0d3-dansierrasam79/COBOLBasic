*> Deliberate resend of an electronic invoice. INVOICE-GENERATOR
*> sends a customer's electronic invoice once, when the invoice is
*> raised, and ELECTRONIC-INVOICE-WRITER refuses a second original
*> for an invoice already on EINVLOG.DAT, so a copy that the
*> customer lost or rejected has to be sent again on purpose. This
*> takes the invoice number, lists every time the invoice has gone
*> out (date, file, original or resend, operator), and only on the
*> operator's confirmation writes the file again, logged as a
*> resend. An invoice raised before the customer's layout row was
*> set up has never gone out and is sent here as its original.
IDENTIFICATION DIVISION.
PROGRAM-ID. ELECTRONIC-INVOICE-RESEND.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT eInvoiceLogFile ASSIGN TO "EINVLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS eInvoiceLogStatus.
DATA DIVISION.
FILE SECTION.
FD  eInvoiceLogFile.
01 eInvoiceLogRecord.
    05 elInvoiceNumber PIC 9(06).
    05 elCustomerId PIC X(6).
    05 elFileName PIC X(20).
    05 elSentDate PIC 9(08).
    05 elSendType PIC X(1).
    05 elOperatorId PIC X(08).
    05 elRecordCount PIC 9(06).
    05 elInvoiceAmount PIC 9(09)V99.
WORKING-STORAGE SECTION.
    01 eInvoiceLogStatus PIC X(2) VALUE "00".
    01 eInvoiceLogEOF PIC X(1) VALUE "N".
    01 keyedInvoiceText PIC X(06).
    01 chosenInvoiceNumber PIC 9(06) VALUE ZERO.
    01 priorSendCount PIC 9(03) VALUE ZERO.
    01 confirmReply PIC X(1).
    01 eInvoiceSendType PIC X(1).
    01 eInvoiceResult PIC X(1).
    01 sendHistoryLine.
        05 FILLER PIC X(7) VALUE "  SENT ".
        05 shlSentDate PIC 9999/99/99.
        05 FILLER PIC X(1) VALUE " ".
        05 shlFileName PIC X(20).
        05 FILLER PIC X(1) VALUE " ".
        05 shlSendType PIC X(8).
        05 FILLER PIC X(4) VALUE " BY ".
        05 shlOperatorId PIC X(8).
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27)
        VALUE "ELECTRONIC-INVOICE-RESEND".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "ELECTRONIC-INVOICE-RESEND",
        operatorId
    DISPLAY "Enter invoice number to send again: "
    ACCEPT keyedInvoiceText
    MOVE keyedInvoiceText TO tlInputs
    IF keyedInvoiceText IS NOT NUMERIC
        DISPLAY "Invoice number must be six digits."
        MOVE "ERROR" TO logRunStatus
        MOVE "BAD INVOICE NUMBER" TO tlResultOut
    ELSE
        MOVE keyedInvoiceText TO chosenInvoiceNumber
        PERFORM ListSendHistory
        PERFORM ConfirmAndSend
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
ListSendHistory.
    MOVE ZERO TO priorSendCount
    MOVE "N" TO eInvoiceLogEOF
    OPEN INPUT eInvoiceLogFile
    IF eInvoiceLogStatus = "00"
        PERFORM ShowOneSendRow UNTIL eInvoiceLogEOF = "Y"
        CLOSE eInvoiceLogFile
    END-IF
    IF priorSendCount = ZERO
        DISPLAY "Invoice " chosenInvoiceNumber
            " has not been sent electronically before."
    END-IF.
ShowOneSendRow.
    READ eInvoiceLogFile
        AT END MOVE "Y" TO eInvoiceLogEOF
        NOT AT END
            IF elInvoiceNumber = chosenInvoiceNumber
                ADD 1 TO priorSendCount
                MOVE elSentDate TO shlSentDate
                MOVE elFileName TO shlFileName
                IF elSendType = "R"
                    MOVE "RESEND" TO shlSendType
                ELSE
                    MOVE "ORIGINAL" TO shlSendType
                END-IF
                MOVE elOperatorId TO shlOperatorId
                DISPLAY sendHistoryLine
            END-IF
    END-READ.
ConfirmAndSend.
    IF priorSendCount = ZERO
        MOVE "O" TO eInvoiceSendType
        DISPLAY "Send the electronic invoice now (Y/N): "
    ELSE
        MOVE "R" TO eInvoiceSendType
        DISPLAY "Send invoice " chosenInvoiceNumber
            " to the customer again (Y/N): "
    END-IF
    ACCEPT confirmReply
    IF confirmReply NOT = "Y" AND confirmReply NOT = "y"
        DISPLAY "Nothing sent."
        MOVE "NOT CONFIRMED" TO tlResultOut
    ELSE
        CALL "ELECTRONIC-INVOICE-WRITER" USING chosenInvoiceNumber,
            eInvoiceSendType, operatorId, eInvoiceResult
        EVALUATE eInvoiceResult
            WHEN "W"
                DISPLAY "Electronic invoice written - logged on "
                    "EINVLOG.DAT"
                IF eInvoiceSendType = "R"
                    MOVE "RESENT" TO tlResultOut
                ELSE
                    MOVE "SENT" TO tlResultOut
                END-IF
            WHEN "I"
                DISPLAY "Invoice " chosenInvoiceNumber
                    " is not on the invoice register."
                MOVE "ERROR" TO logRunStatus
                MOVE "NO INVOICE" TO tlResultOut
            WHEN OTHER
                DISPLAY "The invoice's customer has no electronic "
                    "invoice layout on CUSTMAP.DAT."
                MOVE "REJECTED" TO logRunStatus
                MOVE "NO LAYOUT" TO tlResultOut
        END-EVALUATE
    END-IF.
