*> Shared electronic-invoice writer CALLed by INVOICE-GENERATOR when
*> it raises an invoice and by ELECTRONIC-INVOICE-RESEND when a file
*> has to go again. The two customers whose piece lists come in
*> through CUSTOMER-ORDER-IMPORT rekeyed our paper invoices into
*> their payables systems and short-paid whenever they mistyped, so
*> a customer with an "E" row on CUSTMAP.DAT now also gets each
*> invoice as a file in the layout its payables system reads. The
*> "E" row gives the record tags for the header, line, total and
*> trailer records, the date order (Y = CCYYMMDD, M = MMDDCCYY, D =
*> DDMMCCYY), the amount style (I = implied two decimals, D = with
*> a decimal point), the field delimiter (space for fixed columns),
*> our supplier number on their books and how many characters of
*> their piece ID they match on. The file EI<customer><invoice>.DAT
*> holds a header, one line per estimate row of the invoiced job
*> revision echoing the customer's own piece ID (the ID the import
*> carried through from their order), a total record with goods,
*> tax and amount due, and a control trailer with the record count
*> and the amount due as a hash. Every file written is logged on
*> EINVLOG.DAT with the invoice, the file name, the date, the
*> operator and whether it was the original or a resend; an
*> original is refused for an invoice already logged, so a second
*> copy can only go out as a deliberate resend. Kept as one
*> subprogram, like BATCH-REGISTER, so the file layout cannot
*> drift between the programs that send it.
*> CUSTMAP.DAT rows are now read 38 bytes wide, the width of the "F"
*> rows that carry CUSTOMER-ORDER-IMPORT's unit codes.
IDENTIFICATION DIVISION.
PROGRAM-ID. ELECTRONIC-INVOICE-WRITER.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT invoiceRegisterFile ASSIGN TO "INVCREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS invoiceRegisterStatus.
    SELECT customerMapFile ASSIGN TO "CUSTMAP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS customerMapStatus.
    SELECT quoteRegisterFile ASSIGN TO "QUOTEREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS quoteRegisterStatus.
    SELECT estimateDetailFile ASSIGN TO "ESTDETL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estimateDetailStatus.
    SELECT eInvoiceLogFile ASSIGN TO "EINVLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS eInvoiceLogStatus.
    SELECT eInvoiceFile ASSIGN TO DYNAMIC eInvoiceFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS eInvoiceStatus.
DATA DIVISION.
FILE SECTION.
FD  invoiceRegisterFile.
COPY "INVCREG.cpy".
FD  customerMapFile.
01 customerMapRecord.
    05 fmRecordType PIC X(1).
    05 fmCustomerId PIC X(6).
    05 FILLER PIC X(31).
01 eInvoiceMapRecord REDEFINES customerMapRecord.
    05 eiRecordType PIC X(1).
    05 eiCustomerId PIC X(6).
    05 eiHeaderTag PIC X(2).
    05 eiLineTag PIC X(2).
    05 eiTotalTag PIC X(2).
    05 eiTrailerTag PIC X(2).
    05 eiDateOrder PIC X(1).
    05 eiAmountStyle PIC X(1).
    05 eiFieldDelimiter PIC X(1).
    05 eiSupplierNumber PIC X(10).
    05 eiPieceLength PIC 99.
FD  quoteRegisterFile.
COPY "QUOTEREG.cpy".
FD  estimateDetailFile.
COPY "ESTDETL.cpy".
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
FD  eInvoiceFile.
01 eInvoiceRecord PIC X(150).
WORKING-STORAGE SECTION.
    01 invoiceRegisterStatus PIC X(2) VALUE "00".
    01 customerMapStatus PIC X(2) VALUE "00".
    01 quoteRegisterStatus PIC X(2) VALUE "00".
    01 estimateDetailStatus PIC X(2) VALUE "00".
    01 eInvoiceLogStatus PIC X(2) VALUE "00".
    01 eInvoiceStatus PIC X(2) VALUE "00".
    01 sourceEOF PIC X(1) VALUE "N".
    01 eInvoiceFileName PIC X(20).
    01 invoiceFound PIC X(1).
    01 invoiceCustomerId PIC X(6).
    01 invoiceDate PIC 9(08).
    01 invoiceDueDate PIC 9(08).
    01 invoiceQuoteNumber PIC 9(06).
    01 invoiceAmount PIC 9(09)V99.
    01 invoiceTaxAmount PIC 9(09)V99.
    01 invoiceGoodsAmount PIC 9(09)V99.
    01 invoiceCurrencyCode PIC X(3).
    01 invoiceForeignAmount PIC 9(09)V99.
    01 layoutFound PIC X(1).
    01 layoutHeaderTag PIC X(2).
    01 layoutLineTag PIC X(2).
    01 layoutTotalTag PIC X(2).
    01 layoutTrailerTag PIC X(2).
    01 layoutDateOrder PIC X(1).
    01 layoutAmountStyle PIC X(1).
    01 layoutDelimiter PIC X(1).
    01 layoutSupplierNumber PIC X(10).
    01 layoutPieceLength PIC 99.
    01 alreadySent PIC X(1).
    01 quoteJobNumber PIC 9(06).
    01 quoteRevisionHeld PIC 9(02).
    01 lineNumber PIC 9(04).
    01 recordCount PIC 9(06).
    01 trailerRecordCount PIC 9(06).
    01 writerTodayDate PIC 9(08).
    01 outputLine PIC X(150).
    01 outputPointer PIC 9(03).
    01 fieldText PIC X(20).
    01 fieldLength PIC 9(02).
    01 dateToFormat PIC 9(08).
    01 dateParts REDEFINES dateToFormat.
        05 dpYear PIC 9(04).
        05 dpMonth PIC 9(02).
        05 dpDay PIC 9(02).
    01 amountToFormat PIC 9(09)V99.
    01 impliedAmountWork PIC 9(09)V99.
    01 impliedAmountText REDEFINES impliedAmountWork PIC X(11).
    01 pointAmountText PIC 9(09).99.
LINKAGE SECTION.
01 LK-INVOICE-NUMBER PIC 9(06).
01 LK-SEND-TYPE PIC X(01).
01 LK-OPERATOR-ID PIC X(08).
01 LK-RESULT PIC X(01).
PROCEDURE DIVISION USING LK-INVOICE-NUMBER, LK-SEND-TYPE,
    LK-OPERATOR-ID, LK-RESULT.
ELECTRONIC-INVOICE-REQUEST.
    ACCEPT writerTodayDate FROM DATE YYYYMMDD
    PERFORM FindInvoiceOnRegister
    IF invoiceFound = "N"
        MOVE "I" TO LK-RESULT
    ELSE
        PERFORM FindCustomerLayout
        IF layoutFound = "N"
            MOVE "N" TO LK-RESULT
        ELSE
            PERFORM CheckAlreadySent
            IF alreadySent = "Y" AND LK-SEND-TYPE NOT = "R"
                MOVE "S" TO LK-RESULT
            ELSE
                PERFORM FindQuoteJob
                PERFORM WriteElectronicInvoice
                PERFORM LogTransmission
                MOVE "W" TO LK-RESULT
            END-IF
        END-IF
    END-IF
    GOBACK.
FindInvoiceOnRegister.
    MOVE "N" TO invoiceFound
    MOVE "N" TO sourceEOF
    OPEN INPUT invoiceRegisterFile
    IF invoiceRegisterStatus = "00"
        PERFORM MatchOneInvoiceRow
            UNTIL sourceEOF = "Y" OR invoiceFound = "Y"
        CLOSE invoiceRegisterFile
    END-IF.
MatchOneInvoiceRow.
    READ invoiceRegisterFile
        AT END MOVE "Y" TO sourceEOF
        NOT AT END
            IF ivInvoiceNumber = LK-INVOICE-NUMBER
                MOVE "Y" TO invoiceFound
                MOVE ivCustomerId TO invoiceCustomerId
                MOVE ivInvoiceDate TO invoiceDate
                MOVE ivDueDate TO invoiceDueDate
                MOVE ivQuoteNumber TO invoiceQuoteNumber
                MOVE ivInvoiceAmount TO invoiceAmount
                IF ivTaxAmount IS NUMERIC
                    MOVE ivTaxAmount TO invoiceTaxAmount
                ELSE
                    MOVE ZERO TO invoiceTaxAmount
                END-IF
                COMPUTE invoiceGoodsAmount =
                    invoiceAmount - invoiceTaxAmount
                MOVE ivCurrencyCode TO invoiceCurrencyCode
                IF ivForeignAmount IS NUMERIC
                    MOVE ivForeignAmount TO invoiceForeignAmount
                ELSE
                    MOVE ZERO TO invoiceForeignAmount
                END-IF
            END-IF
    END-READ.
FindCustomerLayout.
    MOVE "N" TO layoutFound
    MOVE "N" TO sourceEOF
    OPEN INPUT customerMapFile
    IF customerMapStatus = "00"
        PERFORM MatchOneLayoutRow
            UNTIL sourceEOF = "Y" OR layoutFound = "Y"
        CLOSE customerMapFile
    END-IF.
MatchOneLayoutRow.
    READ customerMapFile
        AT END MOVE "Y" TO sourceEOF
        NOT AT END
            IF eiRecordType = "E"
                AND eiCustomerId = invoiceCustomerId
                MOVE "Y" TO layoutFound
                MOVE eiHeaderTag TO layoutHeaderTag
                MOVE eiLineTag TO layoutLineTag
                MOVE eiTotalTag TO layoutTotalTag
                MOVE eiTrailerTag TO layoutTrailerTag
                MOVE eiDateOrder TO layoutDateOrder
                MOVE eiAmountStyle TO layoutAmountStyle
                MOVE eiFieldDelimiter TO layoutDelimiter
                MOVE eiSupplierNumber TO layoutSupplierNumber
                IF eiPieceLength IS NUMERIC
                    AND eiPieceLength > ZERO
                    AND eiPieceLength < 16
                    MOVE eiPieceLength TO layoutPieceLength
                ELSE
                    MOVE 15 TO layoutPieceLength
                END-IF
            END-IF
    END-READ.
CheckAlreadySent.
    MOVE "N" TO alreadySent
    MOVE "N" TO sourceEOF
    OPEN INPUT eInvoiceLogFile
    IF eInvoiceLogStatus = "00"
        PERFORM MatchOneLogRow
            UNTIL sourceEOF = "Y" OR alreadySent = "Y"
        CLOSE eInvoiceLogFile
    END-IF.
MatchOneLogRow.
    READ eInvoiceLogFile
        AT END MOVE "Y" TO sourceEOF
        NOT AT END
            IF elInvoiceNumber = LK-INVOICE-NUMBER
                MOVE "Y" TO alreadySent
            END-IF
    END-READ.
FindQuoteJob.
    MOVE ZERO TO quoteJobNumber
    MOVE 01 TO quoteRevisionHeld
    MOVE "N" TO sourceEOF
    OPEN INPUT quoteRegisterFile
    IF quoteRegisterStatus = "00"
        PERFORM MatchOneQuoteRow UNTIL sourceEOF = "Y"
        CLOSE quoteRegisterFile
    END-IF.
MatchOneQuoteRow.
    READ quoteRegisterFile
        AT END MOVE "Y" TO sourceEOF
        NOT AT END
            IF qrQuoteNumber = invoiceQuoteNumber
                AND qrStatus = "A"
                IF qrJobNumber IS NUMERIC
                    MOVE qrJobNumber TO quoteJobNumber
                END-IF
                IF qrRevisionNumber IS NUMERIC
                    MOVE qrRevisionNumber TO quoteRevisionHeld
                END-IF
            END-IF
    END-READ.
WriteElectronicInvoice.
    MOVE SPACES TO eInvoiceFileName
    STRING "EI" DELIMITED BY SIZE
        invoiceCustomerId DELIMITED BY SPACE
        LK-INVOICE-NUMBER DELIMITED BY SIZE
        ".DAT" DELIMITED BY SIZE
        INTO eInvoiceFileName
    END-STRING
    MOVE ZERO TO recordCount
    MOVE ZERO TO lineNumber
    OPEN OUTPUT eInvoiceFile
    PERFORM WriteHeaderRecord
    IF quoteJobNumber > ZERO
        MOVE "N" TO sourceEOF
        OPEN INPUT estimateDetailFile
        IF estimateDetailStatus = "00"
            PERFORM WriteOneLineRecord UNTIL sourceEOF = "Y"
            CLOSE estimateDetailFile
        END-IF
    END-IF
    PERFORM WriteTotalRecord
    PERFORM WriteTrailerRecord
    CLOSE eInvoiceFile.
WriteHeaderRecord.
    PERFORM StartOutputLine
    MOVE layoutHeaderTag TO fieldText
    MOVE 2 TO fieldLength
    PERFORM AppendField
    MOVE layoutSupplierNumber TO fieldText
    MOVE 10 TO fieldLength
    PERFORM AppendField
    MOVE invoiceCustomerId TO fieldText
    MOVE 6 TO fieldLength
    PERFORM AppendField
    MOVE LK-INVOICE-NUMBER TO fieldText
    MOVE 6 TO fieldLength
    PERFORM AppendField
    MOVE invoiceDate TO dateToFormat
    PERFORM AppendDateField
    MOVE invoiceDueDate TO dateToFormat
    PERFORM AppendDateField
    MOVE invoiceQuoteNumber TO fieldText
    MOVE 6 TO fieldLength
    PERFORM AppendField
    MOVE quoteJobNumber TO fieldText
    MOVE 6 TO fieldLength
    PERFORM AppendField
    MOVE invoiceCurrencyCode TO fieldText
    MOVE 3 TO fieldLength
    PERFORM AppendField
    PERFORM FinishOutputLine.
WriteOneLineRecord.
    READ estimateDetailFile
        AT END MOVE "Y" TO sourceEOF
        NOT AT END
            IF etJobNumber = quoteJobNumber
                AND (etRevisionNumber IS NOT NUMERIC
                    OR etRevisionNumber = quoteRevisionHeld)
                ADD 1 TO lineNumber
                PERFORM StartOutputLine
                MOVE layoutLineTag TO fieldText
                MOVE 2 TO fieldLength
                PERFORM AppendField
                MOVE LK-INVOICE-NUMBER TO fieldText
                MOVE 6 TO fieldLength
                PERFORM AppendField
                MOVE lineNumber TO fieldText
                MOVE 4 TO fieldLength
                PERFORM AppendField
                MOVE etPieceId TO fieldText
                MOVE layoutPieceLength TO fieldLength
                PERFORM AppendField
                MOVE etMaterialCode TO fieldText
                MOVE 4 TO fieldLength
                PERFORM AppendField
                MOVE etEstimatedArea TO amountToFormat
                PERFORM AppendAmountField
                MOVE etEstimatedCost TO amountToFormat
                PERFORM AppendAmountField
                PERFORM FinishOutputLine
            END-IF
    END-READ.
WriteTotalRecord.
    PERFORM StartOutputLine
    MOVE layoutTotalTag TO fieldText
    MOVE 2 TO fieldLength
    PERFORM AppendField
    MOVE LK-INVOICE-NUMBER TO fieldText
    MOVE 6 TO fieldLength
    PERFORM AppendField
    MOVE lineNumber TO fieldText
    MOVE 4 TO fieldLength
    PERFORM AppendField
    MOVE invoiceGoodsAmount TO amountToFormat
    PERFORM AppendAmountField
    MOVE invoiceTaxAmount TO amountToFormat
    PERFORM AppendAmountField
    MOVE invoiceAmount TO amountToFormat
    PERFORM AppendAmountField
    MOVE invoiceForeignAmount TO amountToFormat
    PERFORM AppendAmountField
    PERFORM FinishOutputLine.
WriteTrailerRecord.
    COMPUTE trailerRecordCount = recordCount + 1
    PERFORM StartOutputLine
    MOVE layoutTrailerTag TO fieldText
    MOVE 2 TO fieldLength
    PERFORM AppendField
    MOVE trailerRecordCount TO fieldText
    MOVE 6 TO fieldLength
    PERFORM AppendField
    MOVE "0001" TO fieldText
    MOVE 4 TO fieldLength
    PERFORM AppendField
    MOVE invoiceAmount TO amountToFormat
    PERFORM AppendAmountField
    PERFORM FinishOutputLine.
StartOutputLine.
    MOVE SPACES TO outputLine
    MOVE 1 TO outputPointer.
AppendField.
    IF outputPointer > 1 AND layoutDelimiter NOT = SPACE
        STRING layoutDelimiter DELIMITED BY SIZE
            INTO outputLine WITH POINTER outputPointer
        END-STRING
    END-IF
    STRING fieldText (1:fieldLength) DELIMITED BY SIZE
        INTO outputLine WITH POINTER outputPointer
    END-STRING
    MOVE SPACES TO fieldText.
AppendDateField.
    MOVE SPACES TO fieldText
    IF dateToFormat IS NOT NUMERIC
        MOVE ZERO TO dateToFormat
    END-IF
    EVALUATE layoutDateOrder
        WHEN "M"
            STRING dpMonth dpDay dpYear DELIMITED BY SIZE
                INTO fieldText
            END-STRING
        WHEN "D"
            STRING dpDay dpMonth dpYear DELIMITED BY SIZE
                INTO fieldText
            END-STRING
        WHEN OTHER
            MOVE dateToFormat TO fieldText
    END-EVALUATE
    MOVE 8 TO fieldLength
    PERFORM AppendField.
AppendAmountField.
    MOVE SPACES TO fieldText
    IF layoutAmountStyle = "D"
        MOVE amountToFormat TO pointAmountText
        MOVE pointAmountText TO fieldText
        MOVE 12 TO fieldLength
    ELSE
        MOVE amountToFormat TO impliedAmountWork
        MOVE impliedAmountText TO fieldText
        MOVE 11 TO fieldLength
    END-IF
    PERFORM AppendField.
FinishOutputLine.
    WRITE eInvoiceRecord FROM outputLine
    ADD 1 TO recordCount.
LogTransmission.
    OPEN EXTEND eInvoiceLogFile
    IF eInvoiceLogStatus = "05" OR eInvoiceLogStatus = "35"
        OPEN OUTPUT eInvoiceLogFile
    END-IF
    MOVE LK-INVOICE-NUMBER TO elInvoiceNumber
    MOVE invoiceCustomerId TO elCustomerId
    MOVE eInvoiceFileName TO elFileName
    MOVE writerTodayDate TO elSentDate
    IF LK-SEND-TYPE = "R"
        MOVE "R" TO elSendType
    ELSE
        MOVE "O" TO elSendType
    END-IF
    MOVE LK-OPERATOR-ID TO elOperatorId
    MOVE recordCount TO elRecordCount
    MOVE invoiceAmount TO elInvoiceAmount
    WRITE eInvoiceLogRecord
    CLOSE eInvoiceLogFile.
