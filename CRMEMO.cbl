*> Credit-memo posting against the invoice register. INVOICE-GENERATOR
*> raises invoices and CASH-RECEIPTS-POSTING applies money to them,
*> but nothing could reduce an invoice when a customer returned a
*> damaged piece or a price concession was agreed, so the desk keyed
*> a fake "payment" and the receipts file overstated cash received.
*> This keys a credit memo against an invoice on INVCREG.DAT with a
*> reason code (DM damaged piece, RT returned piece, PC price
*> concession, BE billing error), assigns the memo its own number
*> from the CRMSEQ.DAT counter (the same pattern as the invoice-number
*> counter), appends the memo to CRMEMO.DAT (shared layout
*> CRMEMO.cpy), adds it to the invoice's credited amount on the
*> register row - which the aging buckets and dunning letters now net
*> off - and prints a credit note for the customer to CRNOTE.RPT with
*> the name and address block from CUSTMAST.DAT. A memo can't credit
*> more than the invoice amount not already credited. Like
*> LOAN-PAYMENT-POSTING, the run asks the shared PERIOD-CONTROL-CHECK
*> whether the run date's fiscal period is closed and refuses to post
*> memos into a reported month, and it refuses outright when the
*> register overflows the work table, the same discipline the cash
*> posting follows.
*> Invoices now carry sales tax, so each memo also records the tax
*> share of the amount credited - in proportion to the invoice's tax
*> against its gross - and the credit note shows it; the monthly
*> SALES-TAX-REGISTER nets that share off the tax billed.
*> A memo against an invoice raised in the customer's currency is
*> keyed in home currency at the invoice's booking rate like any
*> other, and the currency, customer-currency amount and booking rate
*> on the register row pass through the rewrite untouched.
IDENTIFICATION DIVISION.
PROGRAM-ID. CREDIT-MEMO-POSTING.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT invoiceRegisterFile ASSIGN TO "INVCREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS invoiceRegisterStatus.
    SELECT creditMemoFile ASSIGN TO "CRMEMO.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS creditMemoStatus.
    SELECT memoSequenceFile ASSIGN TO "CRMSEQ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS memoSequenceStatus.
    SELECT customerMasterFile ASSIGN TO "CUSTMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS customerMasterStatus.
    SELECT creditNoteFile ASSIGN TO "CRNOTE.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  invoiceRegisterFile.
COPY "INVCREG.cpy".
FD  creditMemoFile.
COPY "CRMEMO.cpy".
FD  memoSequenceFile.
01 memoSequenceRecord.
    05 msLastMemoNumber PIC 9(06).
FD  customerMasterFile.
COPY "CUSTMAST.cpy".
FD  creditNoteFile.
01 creditNoteRecord PIC X(80).
WORKING-STORAGE SECTION.
    01 invoiceRegisterStatus PIC X(2) VALUE "00".
    01 creditMemoStatus PIC X(2) VALUE "00".
    01 memoSequenceStatus PIC X(2) VALUE "00".
    01 customerMasterStatus PIC X(2) VALUE "00".
    01 invoiceRegisterEOF PIC X(1) VALUE "N".
    01 customerMasterEOF PIC X(1) VALUE "N".
    01 invoiceTable.
        05 invoiceEntry OCCURS 500 TIMES.
            10 itInvoiceNumber PIC 9(06).
            10 itInvoiceDate PIC 9(08).
            10 itDueDate PIC 9(08).
            10 itQuoteNumber PIC 9(06).
            10 itCustomerId PIC X(6).
            10 itInvoiceAmount PIC 9(09)V99.
            10 itAmountPaid PIC S9(09)V99.
            10 itStatus PIC X(1).
            10 itCreditAmount PIC 9(09)V99.
            10 itTaxJurisdiction PIC X(4).
            10 itTaxRate PIC 9(02)V999.
            10 itTaxAmount PIC 9(07)V99.
            10 itCurrencyCode PIC X(3).
            10 itForeignAmount PIC 9(09)V99.
            10 itBookingRate PIC 9(03)V9(04).
    01 invoiceCount PIC 9(03) VALUE ZERO.
    01 invoiceIndex PIC 9(03).
    01 invoiceFound PIC 9(03).
    01 invoiceTableOverflow PIC X(1) VALUE "N".
    01 moreMemos PIC X(1) VALUE "Y".
    01 keyedInvoiceNumber PIC 9(06).
    01 keyedReasonCode PIC X(2).
    01 keyedAmountText PIC X(09).
    01 keyedMemoAmount PIC 9(07)V99.
    01 memoTaxAmount PIC 9(07)V99.
    01 roundWorkAmount PIC S9(09)V9(04).
    01 creditableAmount PIC S9(09)V99.
    01 openBalance PIC S9(09)V99.
    01 memoNumber PIC 9(06) VALUE ZERO.
    01 memoCount PIC 9(04) VALUE ZERO.
    01 memoTotal PIC 9(09)V99 VALUE ZERO.
    01 runDate PIC 9(08).
    01 periodStatusByte PIC X(1).
    01 reasonCodeTable.
        05 FILLER PIC X(22) VALUE "DMDAMAGED PIECE".
        05 FILLER PIC X(22) VALUE "RTRETURNED PIECE".
        05 FILLER PIC X(22) VALUE "PCPRICE CONCESSION".
        05 FILLER PIC X(22) VALUE "BEBILLING ERROR".
    01 reasonCodes REDEFINES reasonCodeTable.
        05 reasonEntry OCCURS 4 TIMES.
            10 rcReasonCode PIC X(2).
            10 rcReasonText PIC X(20).
    01 reasonIndex PIC 9(01).
    01 reasonFound PIC 9(01).
    01 customerFound PIC X(1) VALUE "N".
    01 lookupCustomerId PIC X(6).
    01 noteCustomerName PIC X(25).
    01 noteAddressLine1 PIC X(25).
    01 noteAddressLine2 PIC X(25).
    01 noteCity PIC X(15).
    01 notePostalCode PIC X(10).
    01 noteBlankLine PIC X(80) VALUE SPACES.
    01 noteRuleLine PIC X(60) VALUE ALL "-".
    01 letterheadLine1 PIC X(44)
        VALUE "SIERRA FABRICATION WORKS - CREDIT NOTE".
    01 letterheadLine2 PIC X(44)
        VALUE "1 WORKSHOP ROAD - FABRICATION DISTRICT".
    01 noteBannerLine.
        05 FILLER PIC X(12) VALUE "CREDIT NOTE ".
        05 nblMemoNumber PIC 9(06).
        05 FILLER PIC X(7) VALUE " DATED ".
        05 nblMemoDate PIC 9999/99/99.
    01 noteNameLine.
        05 FILLER PIC X(4) VALUE "TO: ".
        05 nnlCustomerName PIC X(25).
        05 FILLER PIC X(2) VALUE " (".
        05 nnlCustomerId PIC X(6).
        05 FILLER PIC X(1) VALUE ")".
    01 noteAddressLine.
        05 FILLER PIC X(4) VALUE " ".
        05 nalAddressText PIC X(30).
    01 noteInvoiceLine.
        05 FILLER PIC X(20) VALUE "AGAINST OUR INVOICE ".
        05 nilInvoiceNumber PIC 9(06).
        05 FILLER PIC X(7) VALUE " DATED ".
        05 nilInvoiceDate PIC 9999/99/99.
        05 FILLER PIC X(9) VALUE " AMOUNT ".
        05 nilInvoiceAmount PIC $$$,$$$,$$9.99.
    01 noteReasonLine.
        05 FILLER PIC X(8) VALUE "REASON: ".
        05 nrlReasonCode PIC X(2).
        05 FILLER PIC X(3) VALUE " - ".
        05 nrlReasonText PIC X(20).
    01 noteAmountLine.
        05 FILLER PIC X(20) VALUE "AMOUNT CREDITED    =".
        05 namMemoAmount PIC $$$,$$$,$$9.99.
    01 noteTaxLine.
        05 FILLER PIC X(20) VALUE "  INCLUDING TAX    =".
        05 ntxTaxAmount PIC $$$,$$$,$$9.99.
        05 FILLER PIC X(14) VALUE " JURISDICTION ".
        05 ntxJurisdiction PIC X(4).
    01 noteBalanceLine.
        05 FILLER PIC X(20) VALUE "BALANCE NOW OWING  =".
        05 nbaBalance PIC $$$,$$$,$$9.99-.
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 tlAmountWork PIC S9(09)V9(04).
    01 logProgramName PIC X(27) VALUE "CREDIT-MEMO-POSTING".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "CREDIT-MEMO-POSTING", operatorId
    ACCEPT runDate FROM DATE YYYYMMDD
    MOVE "CREDIT MEMOS" TO tlInputs
    CALL "PERIOD-CONTROL-CHECK" USING runDate, periodStatusByte
    IF periodStatusByte = "C"
        DISPLAY "FISCAL PERIOD " runDate (1:6)
            " IS CLOSED - POSTING REFUSED"
        MOVE "REJECTED" TO logRunStatus
        MOVE "PERIOD CLOSED" TO tlResultOut
    ELSE
    PERFORM LoadInvoiceRegister
    IF invoiceTableOverflow = "Y"
        DISPLAY "INVCREG.DAT OVERFLOWS THE WORK TABLE - "
            "POSTING REFUSED - ARCHIVE PAID INVOICES FIRST"
        MOVE "REJECTED" TO logRunStatus
        MOVE "OVERFLOW" TO tlResultOut
    ELSE
        OPEN OUTPUT creditNoteFile
        PERFORM PostOneMemo UNTIL moreMemos NOT = "Y"
        CLOSE creditNoteFile
        IF memoCount > ZERO
            PERFORM RewriteInvoiceRegister
        END-IF
        DISPLAY memoCount " credit memo(s) raised - notes on "
            "CRNOTE.RPT"
        MOVE memoTotal TO tlAmountWork
        CALL "FORMAT-AMOUNT-FOR-LOG" USING tlAmountWork,
            tlResultOut
    END-IF
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
LoadInvoiceRegister.
    MOVE ZERO TO invoiceCount
    MOVE "N" TO invoiceRegisterEOF
    MOVE "N" TO invoiceTableOverflow
    OPEN INPUT invoiceRegisterFile
    IF invoiceRegisterStatus = "00"
        PERFORM ReadInvoiceRecord
        PERFORM AddInvoiceEntry
            UNTIL invoiceRegisterEOF = "Y" OR invoiceCount = 500
        IF invoiceRegisterEOF NOT = "Y"
            MOVE "Y" TO invoiceTableOverflow
        END-IF
        CLOSE invoiceRegisterFile
    ELSE
        DISPLAY "No invoice register on file."
    END-IF
    DISPLAY invoiceCount " invoice(s) on the register.".
ReadInvoiceRecord.
    READ invoiceRegisterFile
        AT END MOVE "Y" TO invoiceRegisterEOF
    END-READ.
AddInvoiceEntry.
    ADD 1 TO invoiceCount
    MOVE ivInvoiceNumber TO itInvoiceNumber (invoiceCount)
    MOVE ivInvoiceDate TO itInvoiceDate (invoiceCount)
    MOVE ivDueDate TO itDueDate (invoiceCount)
    MOVE ivQuoteNumber TO itQuoteNumber (invoiceCount)
    MOVE ivCustomerId TO itCustomerId (invoiceCount)
    MOVE ivInvoiceAmount TO itInvoiceAmount (invoiceCount)
    MOVE ivAmountPaid TO itAmountPaid (invoiceCount)
    MOVE ivStatus TO itStatus (invoiceCount)
    IF ivCreditAmount IS NUMERIC
        MOVE ivCreditAmount TO itCreditAmount (invoiceCount)
    ELSE
        MOVE ZERO TO itCreditAmount (invoiceCount)
    END-IF
    MOVE ivTaxJurisdiction TO itTaxJurisdiction (invoiceCount)
    IF ivTaxRate IS NUMERIC AND ivTaxAmount IS NUMERIC
        MOVE ivTaxRate TO itTaxRate (invoiceCount)
        MOVE ivTaxAmount TO itTaxAmount (invoiceCount)
    ELSE
        MOVE ZERO TO itTaxRate (invoiceCount)
        MOVE ZERO TO itTaxAmount (invoiceCount)
    END-IF
    IF ivCurrencyCode NOT = SPACES
        AND ivForeignAmount IS NUMERIC
        AND ivBookingRate IS NUMERIC
        AND ivBookingRate > ZERO
        MOVE ivCurrencyCode TO itCurrencyCode (invoiceCount)
        MOVE ivForeignAmount TO itForeignAmount (invoiceCount)
        MOVE ivBookingRate TO itBookingRate (invoiceCount)
    ELSE
        MOVE SPACES TO itCurrencyCode (invoiceCount)
        MOVE ZERO TO itForeignAmount (invoiceCount)
        MOVE ZERO TO itBookingRate (invoiceCount)
    END-IF
    PERFORM ReadInvoiceRecord.
RewriteInvoiceRegister.
    OPEN OUTPUT invoiceRegisterFile
    PERFORM WriteOneInvoiceRecord
        VARYING invoiceIndex FROM 1 BY 1
        UNTIL invoiceIndex > invoiceCount
    CLOSE invoiceRegisterFile
    DISPLAY "INVCREG.DAT rewritten.".
WriteOneInvoiceRecord.
    MOVE itInvoiceNumber (invoiceIndex) TO ivInvoiceNumber
    MOVE itInvoiceDate (invoiceIndex) TO ivInvoiceDate
    MOVE itDueDate (invoiceIndex) TO ivDueDate
    MOVE itQuoteNumber (invoiceIndex) TO ivQuoteNumber
    MOVE itCustomerId (invoiceIndex) TO ivCustomerId
    MOVE itInvoiceAmount (invoiceIndex) TO ivInvoiceAmount
    MOVE itAmountPaid (invoiceIndex) TO ivAmountPaid
    MOVE itStatus (invoiceIndex) TO ivStatus
    MOVE itCreditAmount (invoiceIndex) TO ivCreditAmount
    MOVE itTaxJurisdiction (invoiceIndex) TO ivTaxJurisdiction
    MOVE itTaxRate (invoiceIndex) TO ivTaxRate
    MOVE itTaxAmount (invoiceIndex) TO ivTaxAmount
    MOVE itCurrencyCode (invoiceIndex) TO ivCurrencyCode
    MOVE itForeignAmount (invoiceIndex) TO ivForeignAmount
    MOVE itBookingRate (invoiceIndex) TO ivBookingRate
    WRITE invoiceRegisterRecord.
PostOneMemo.
    DISPLAY "Enter invoice number to credit (0 to finish): "
    ACCEPT keyedInvoiceNumber
    IF keyedInvoiceNumber = ZERO
        MOVE "N" TO moreMemos
    ELSE
        MOVE ZERO TO invoiceFound
        PERFORM MatchOneInvoice
            VARYING invoiceIndex FROM 1 BY 1
            UNTIL invoiceIndex > invoiceCount
                OR invoiceFound > ZERO
        IF invoiceFound = ZERO
            DISPLAY "Invoice not on the register."
        ELSE
            PERFORM KeyOneMemo
        END-IF
    END-IF.
MatchOneInvoice.
    IF itInvoiceNumber (invoiceIndex) = keyedInvoiceNumber
        MOVE invoiceIndex TO invoiceFound
    END-IF.
KeyOneMemo.
    COMPUTE creditableAmount = itInvoiceAmount (invoiceFound)
        - itCreditAmount (invoiceFound)
    DISPLAY "Invoice " itInvoiceNumber (invoiceFound)
        " customer " itCustomerId (invoiceFound)
        " amount " itInvoiceAmount (invoiceFound)
        " already credited " itCreditAmount (invoiceFound)
    DISPLAY "Reason - DM damaged, RT returned, PC price "
        "concession, BE billing error: "
    ACCEPT keyedReasonCode
    INSPECT keyedReasonCode CONVERTING "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    MOVE ZERO TO reasonFound
    PERFORM MatchOneReasonCode
        VARYING reasonIndex FROM 1 BY 1
        UNTIL reasonIndex > 4 OR reasonFound > ZERO
    IF reasonFound = ZERO
        DISPLAY "Unknown reason code - memo not raised."
    ELSE
        DISPLAY "Enter amount to credit (9 digits, 9999999.99 as "
            "999999999): "
        ACCEPT keyedAmountText
        IF keyedAmountText = SPACES
            MOVE "000000000" TO keyedAmountText
        END-IF
        IF keyedAmountText IS NOT NUMERIC
            DISPLAY "Amount is not numeric - memo not raised."
        ELSE
            MOVE keyedAmountText TO keyedMemoAmount (1:9)
            IF keyedMemoAmount = ZERO
                DISPLAY "Zero amount - memo not raised."
            ELSE
            IF keyedMemoAmount > creditableAmount
                DISPLAY "Memo exceeds the uncredited invoice "
                    "amount " creditableAmount " - memo not raised."
            ELSE
                PERFORM RaiseOneMemo
            END-IF
            END-IF
        END-IF
    END-IF.
MatchOneReasonCode.
    IF rcReasonCode (reasonIndex) = keyedReasonCode
        MOVE reasonIndex TO reasonFound
    END-IF.
RaiseOneMemo.
    PERFORM AssignMemoNumber
    PERFORM ComputeMemoTaxPortion
    ADD keyedMemoAmount TO itCreditAmount (invoiceFound)
    COMPUTE openBalance = itInvoiceAmount (invoiceFound)
        - itAmountPaid (invoiceFound)
        - itCreditAmount (invoiceFound)
    IF openBalance <= ZERO
        MOVE "P" TO itStatus (invoiceFound)
        IF openBalance < ZERO
            DISPLAY "Invoice now overpaid - credit carried on "
                "the invoice."
        END-IF
    ELSE
        MOVE "O" TO itStatus (invoiceFound)
    END-IF
    PERFORM AppendMemoRecord
    PERFORM WriteCreditNote
    ADD 1 TO memoCount
    ADD keyedMemoAmount TO memoTotal
    DISPLAY "Credit memo " memoNumber " raised.".
ComputeMemoTaxPortion.
    MOVE ZERO TO memoTaxAmount
    IF itTaxAmount (invoiceFound) > ZERO
        AND itInvoiceAmount (invoiceFound) > ZERO
        COMPUTE roundWorkAmount = keyedMemoAmount
            * itTaxAmount (invoiceFound)
            / itInvoiceAmount (invoiceFound)
        CALL "APPLY-ROUNDING-POLICY" USING roundWorkAmount
        MOVE roundWorkAmount TO memoTaxAmount
    END-IF.
AssignMemoNumber.
    MOVE ZERO TO memoNumber
    OPEN INPUT memoSequenceFile
    IF memoSequenceStatus = "00"
        READ memoSequenceFile
            AT END CONTINUE
            NOT AT END MOVE msLastMemoNumber TO memoNumber
        END-READ
        CLOSE memoSequenceFile
    END-IF
    ADD 1 TO memoNumber
    OPEN OUTPUT memoSequenceFile
    MOVE memoNumber TO msLastMemoNumber
    WRITE memoSequenceRecord
    CLOSE memoSequenceFile.
AppendMemoRecord.
    OPEN EXTEND creditMemoFile
    IF creditMemoStatus = "05" OR creditMemoStatus = "35"
        OPEN OUTPUT creditMemoFile
    END-IF
    MOVE memoNumber TO cnMemoNumber
    MOVE runDate TO cnMemoDate
    MOVE keyedInvoiceNumber TO cnInvoiceNumber
    MOVE itCustomerId (invoiceFound) TO cnCustomerId
    MOVE keyedReasonCode TO cnReasonCode
    MOVE keyedMemoAmount TO cnMemoAmount
    MOVE memoTaxAmount TO cnTaxAmount
    MOVE operatorId TO cnOperatorId
    WRITE creditMemoRecord
    CLOSE creditMemoFile.
WriteCreditNote.
    MOVE itCustomerId (invoiceFound) TO lookupCustomerId
    PERFORM FetchCustomerDetails
    WRITE creditNoteRecord FROM letterheadLine1
    WRITE creditNoteRecord FROM letterheadLine2
    WRITE creditNoteRecord FROM noteRuleLine
    MOVE memoNumber TO nblMemoNumber
    MOVE runDate TO nblMemoDate
    WRITE creditNoteRecord FROM noteBannerLine
    MOVE noteCustomerName TO nnlCustomerName
    MOVE lookupCustomerId TO nnlCustomerId
    WRITE creditNoteRecord FROM noteNameLine
    IF noteAddressLine1 NOT = SPACES
        MOVE noteAddressLine1 TO nalAddressText
        WRITE creditNoteRecord FROM noteAddressLine
    END-IF
    IF noteAddressLine2 NOT = SPACES
        MOVE noteAddressLine2 TO nalAddressText
        WRITE creditNoteRecord FROM noteAddressLine
    END-IF
    IF noteCity NOT = SPACES OR notePostalCode NOT = SPACES
        MOVE SPACES TO nalAddressText
        STRING FUNCTION TRIM(noteCity) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            notePostalCode DELIMITED BY SIZE
            INTO nalAddressText
        END-STRING
        WRITE creditNoteRecord FROM noteAddressLine
    END-IF
    WRITE creditNoteRecord FROM noteBlankLine
    MOVE itInvoiceNumber (invoiceFound) TO nilInvoiceNumber
    MOVE itInvoiceDate (invoiceFound) TO nilInvoiceDate
    MOVE itInvoiceAmount (invoiceFound) TO nilInvoiceAmount
    WRITE creditNoteRecord FROM noteInvoiceLine
    MOVE keyedReasonCode TO nrlReasonCode
    MOVE rcReasonText (reasonFound) TO nrlReasonText
    WRITE creditNoteRecord FROM noteReasonLine
    MOVE keyedMemoAmount TO namMemoAmount
    WRITE creditNoteRecord FROM noteAmountLine
    IF memoTaxAmount > ZERO
        MOVE memoTaxAmount TO ntxTaxAmount
        MOVE itTaxJurisdiction (invoiceFound) TO ntxJurisdiction
        WRITE creditNoteRecord FROM noteTaxLine
    END-IF
    MOVE openBalance TO nbaBalance
    WRITE creditNoteRecord FROM noteBalanceLine
    WRITE creditNoteRecord FROM noteBlankLine.
FetchCustomerDetails.
    MOVE "*UNKNOWN CUSTOMER*" TO noteCustomerName
    MOVE SPACES TO noteAddressLine1
    MOVE SPACES TO noteAddressLine2
    MOVE SPACES TO noteCity
    MOVE SPACES TO notePostalCode
    MOVE "N" TO customerFound
    MOVE "N" TO customerMasterEOF
    OPEN INPUT customerMasterFile
    IF customerMasterStatus = "00"
        PERFORM FindCustomerRecord
            UNTIL customerFound = "Y" OR customerMasterEOF = "Y"
        CLOSE customerMasterFile
    END-IF.
FindCustomerRecord.
    READ customerMasterFile
        AT END MOVE "Y" TO customerMasterEOF
        NOT AT END
            IF cmCustomerId = lookupCustomerId
                MOVE cmCustomerName TO noteCustomerName
                MOVE cmAddressLine1 TO noteAddressLine1
                MOVE cmAddressLine2 TO noteAddressLine2
                MOVE cmCity TO noteCity
                MOVE cmPostalCode TO notePostalCode
                MOVE "Y" TO customerFound
            END-IF
    END-READ.
