*> Month-end customer statements of account. The dunning letters from
*> CASH-RECEIPTS-POSTING only go out for invoices past 60 days, so a
*> customer with several current invoices never saw the whole account
*> and kept asking for copies. This takes a month (YYYYMM, blank for
*> the current month) and prints CUSTSTMT.RPT with one statement for
*> every customer with activity in the month or a balance at either
*> end of it: the name and address block from CUSTMAST.DAT, the
*> remittance address, the opening balance, then every invoice
*> (INVCREG.DAT), receipt (CASHRCT.DAT) and credit memo (CRMEMO.DAT)
*> dated in the month in date order with a running balance, and the
*> closing balance split into the current / 31-60 / 61-90 / over-90
*> buckets by days from the invoice date to month end, the way the
*> aging report buckets it. A receipt against an invoice raised in the
*> customer's currency relieves the account at the booked home value
*> recorded for it on FXREAL.DAT, as the register itself is relieved.
*> The remittance address is the one to four lines kept in
*> REMITADR.DAT. The same figures are written to STMTX.DAT (shared
*> layout STMTX.cpy) so statements can be e-mailed outside the
*> system; each run replaces it. The run is refused when the invoice
*> register, the month's activity or the exchange register is larger
*> than its work table.
*> A receipt or credit memo is posted to the statement of the
*> customer its invoice is billed to, so a duplicate ID folded in by
*> CUSTOMER-MERGE does not leave the old receipts behind on a
*> statement of their own; one whose invoice is not on the register
*> stays under the customer it was keyed to.
*> The receipt record layout now comes from the shared copybook
*> CASHRCT.cpy instead of a private copy.
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTOMER-STATEMENT-RUN.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT invoiceRegisterFile ASSIGN TO "INVCREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS invoiceRegisterStatus.
    SELECT cashReceiptsFile ASSIGN TO "CASHRCT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS cashReceiptsStatus.
    SELECT creditMemoFile ASSIGN TO "CRMEMO.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS creditMemoStatus.
    SELECT realizedFxFile ASSIGN TO "FXREAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS realizedFxStatus.
    SELECT customerMasterFile ASSIGN TO "CUSTMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS customerMasterStatus.
    SELECT remitAddressFile ASSIGN TO "REMITADR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS remitAddressStatus.
    SELECT statementFile ASSIGN TO "CUSTSTMT.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT statementExtractFile ASSIGN TO "STMTX.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  invoiceRegisterFile.
COPY "INVCREG.cpy".
FD  cashReceiptsFile.
COPY "CASHRCT.cpy".
FD  creditMemoFile.
COPY "CRMEMO.cpy".
FD  realizedFxFile.
COPY "FXREAL.cpy".
FD  customerMasterFile.
COPY "CUSTMAST.cpy".
FD  remitAddressFile.
01 remitAddressRecord PIC X(40).
FD  statementFile.
01 statementRecord PIC X(80).
FD  statementExtractFile.
COPY "STMTX.cpy".
WORKING-STORAGE SECTION.
    01 invoiceRegisterStatus PIC X(2) VALUE "00".
    01 cashReceiptsStatus PIC X(2) VALUE "00".
    01 creditMemoStatus PIC X(2) VALUE "00".
    01 realizedFxStatus PIC X(2) VALUE "00".
    01 customerMasterStatus PIC X(2) VALUE "00".
    01 remitAddressStatus PIC X(2) VALUE "00".
    01 invoiceRegisterEOF PIC X(1) VALUE "N".
    01 cashReceiptsEOF PIC X(1) VALUE "N".
    01 creditMemoEOF PIC X(1) VALUE "N".
    01 realizedFxEOF PIC X(1) VALUE "N".
    01 customerMasterEOF PIC X(1) VALUE "N".
    01 remitAddressEOF PIC X(1) VALUE "N".
    01 runDate PIC 9(08).
    01 keyedMonthText PIC X(06).
    01 statementMonth PIC 9(06).
    01 monthWork PIC 9(06).
    01 monthWorkParts REDEFINES monthWork.
        05 mwYear PIC 9(04).
        05 mwMonthOfYear PIC 9(02).
    01 monthStartDate PIC 9(08).
    01 monthEndDate PIC 9(08).
    01 monthEndInteger PIC 9(08).
    01 remitAddressTable.
        05 remitAddressLine PIC X(40) OCCURS 4 TIMES.
    01 remitAddressCount PIC 9(01) VALUE ZERO.
    01 remitAddressIndex PIC 9(01).
    01 invoiceTable.
        05 invoiceEntry OCCURS 1000 TIMES.
            10 itInvoiceNumber PIC 9(06).
            10 itCustomerId PIC X(6).
            10 itInvoiceDate PIC 9(08).
            10 itCurrencyCode PIC X(3).
            10 itOpenAtMonthEnd PIC S9(09)V99.
    01 invoiceCount PIC 9(04) VALUE ZERO.
    01 invoiceIndex PIC 9(04).
    01 invoiceFound PIC 9(04).
    01 lookupInvoiceNumber PIC 9(06).
    01 fxTable.
        05 fxEntry OCCURS 1000 TIMES.
            10 fxReceiptDate PIC 9(08).
            10 fxInvoiceNumber PIC 9(06).
            10 fxReceivedHome PIC 9(09)V99.
            10 fxBookedHome PIC 9(09)V99.
            10 fxUsed PIC X(1).
    01 fxCount PIC 9(04) VALUE ZERO.
    01 fxIndex PIC 9(04).
    01 fxFound PIC 9(04).
    01 activityTable.
        05 activityEntry OCCURS 2000 TIMES.
            10 acCustomerId PIC X(6).
            10 acDate PIC 9(08).
            10 acType PIC X(3).
            10 acReference PIC 9(06).
            10 acInvoiceNumber PIC 9(06).
            10 acAmount PIC S9(09)V99.
            10 acPrinted PIC X(1).
    01 activityCount PIC 9(04) VALUE ZERO.
    01 activityIndex PIC 9(04).
    01 activityFound PIC 9(04).
    01 tableOverflow PIC X(1) VALUE "N".
    01 customerTable.
        05 customerEntry OCCURS 200 TIMES.
            10 cuCustomerId PIC X(6).
            10 cuOpeningBalance PIC S9(09)V99.
            10 cuActivityCount PIC 9(04).
            10 cuPrinted PIC X(1).
    01 customerCount PIC 9(03) VALUE ZERO.
    01 customerIndex PIC 9(03).
    01 customerFound PIC 9(03).
    01 lookupCustomerId PIC X(6).
    01 movementCustomerId PIC X(6).
    01 movementDate PIC 9(08).
    01 movementType PIC X(3).
    01 movementReference PIC 9(06).
    01 movementInvoiceNumber PIC 9(06).
    01 movementAmount PIC S9(09)V99.
    01 runningBalance PIC S9(09)V99.
    01 closingBalance PIC S9(09)V99.
    01 invoiceAgeDays PIC S9(05).
    01 bucketTable.
        05 bucketAmount PIC S9(09)V99 OCCURS 4 TIMES.
    01 bucketIndex PIC 9(01).
    01 statementCount PIC 9(04) VALUE ZERO.
    01 customerName PIC X(25).
    01 customerAddressLine1 PIC X(25).
    01 customerAddressLine2 PIC X(25).
    01 customerCity PIC X(15).
    01 customerPostalCode PIC X(10).
    01 customerNameFound PIC X(1).
    01 signedAmountWork PIC S9(09)V99.
    01 signByteWork PIC X(1).
    01 unsignedAmountWork PIC 9(09)V99.
    01 statementBlankLine PIC X(80) VALUE SPACES.
    01 statementRuleLine PIC X(60) VALUE ALL "-".
    01 statementHeadLine.
        05 FILLER PIC X(29) VALUE "STATEMENT OF ACCOUNT - MONTH ".
        05 shlStatementMonth PIC 9999/99.
        05 FILLER PIC X(9) VALUE "   AS AT ".
        05 shlMonthEndDate PIC 9999/99/99.
    01 statementNameLine.
        05 FILLER PIC X(10) VALUE "CUSTOMER: ".
        05 snlCustomerId PIC X(6).
        05 FILLER PIC X(1) VALUE " ".
        05 snlCustomerName PIC X(25).
    01 statementAddressLine.
        05 FILLER PIC X(17) VALUE SPACES.
        05 sadAddressText PIC X(40).
    01 statementRemitLine.
        05 srlLabel PIC X(17).
        05 srlAddressText PIC X(40).
    01 statementColumnLine.
        05 FILLER PIC X(40)
            VALUE "DATE        DETAIL                      ".
        05 FILLER PIC X(40)
            VALUE "        AMOUNT         BALANCE".
    01 statementDetailLine.
        05 sdlDate PIC X(10).
        05 FILLER PIC X(2) VALUE SPACES.
        05 sdlDetail PIC X(27).
        05 sdlAmount PIC $$$,$$$,$$9.99- BLANK WHEN ZERO.
        05 FILLER PIC X(1) VALUE " ".
        05 sdlBalance PIC $$$,$$$,$$9.99-.
    01 detailDateEdit PIC 9999/99/99.
    01 statementBucketHeadLine.
        05 FILLER PIC X(30)
            VALUE "        CURRENT          31-60".
        05 FILLER PIC X(30)
            VALUE "          61-90        OVER 90".
    01 statementBucketLine.
        05 sblBucket OCCURS 4 TIMES.
            10 sblAmount PIC $$$,$$$,$$9.99-.
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27) VALUE "CUSTOMER-STATEMENT-RUN".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "CUSTOMER-STATEMENT-RUN", operatorId
    ACCEPT runDate FROM DATE YYYYMMDD
    DISPLAY "Enter statement month (YYYYMM, blank for this month): "
    ACCEPT keyedMonthText
    IF keyedMonthText IS NUMERIC
        MOVE keyedMonthText TO statementMonth
    ELSE
        MOVE runDate (1:6) TO statementMonth
    END-IF
    MOVE SPACES TO tlInputs
    STRING "STATEMENTS " DELIMITED BY SIZE
        statementMonth DELIMITED BY SIZE
        INTO tlInputs
    END-STRING
    PERFORM SetMonthBounds
    PERFORM LoadRemitAddress
    PERFORM LoadRealizedFx
    PERFORM LoadInvoiceRegister
    IF tableOverflow = "N"
        PERFORM ApplyCashReceipts
    END-IF
    IF tableOverflow = "N"
        PERFORM ApplyCreditMemos
    END-IF
    IF tableOverflow = "Y"
        DISPLAY "INVOICES, MONTH ACTIVITY OR EXCHANGE ROWS OVERFLOW "
            "THE WORK TABLES - STATEMENTS REFUSED"
        MOVE "REJECTED" TO logRunStatus
        MOVE "OVERFLOW" TO tlResultOut
    ELSE
        OPEN OUTPUT statementFile
        OPEN OUTPUT statementExtractFile
        PERFORM PrintNextStatement customerCount TIMES
        CLOSE statementFile
        CLOSE statementExtractFile
        DISPLAY statementCount " statement(s) written to "
            "CUSTSTMT.RPT and STMTX.DAT."
        MOVE SPACES TO tlResultOut
        STRING statementCount DELIMITED BY SIZE
            " STATEMENTS" DELIMITED BY SIZE
            INTO tlResultOut
        END-STRING
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
SetMonthBounds.
    COMPUTE monthStartDate = statementMonth * 100 + 1
    MOVE statementMonth TO monthWork
    IF mwMonthOfYear = 12
        ADD 1 TO mwYear
        MOVE 1 TO mwMonthOfYear
    ELSE
        ADD 1 TO mwMonthOfYear
    END-IF
    COMPUTE monthEndInteger =
        FUNCTION INTEGER-OF-DATE(monthWork * 100 + 1) - 1
    COMPUTE monthEndDate = FUNCTION DATE-OF-INTEGER(monthEndInteger).
LoadRemitAddress.
    MOVE "N" TO remitAddressEOF
    OPEN INPUT remitAddressFile
    IF remitAddressStatus = "00"
        PERFORM TakeOneRemitLine
            UNTIL remitAddressEOF = "Y" OR remitAddressCount = 4
        CLOSE remitAddressFile
    END-IF
    IF remitAddressCount = ZERO
        DISPLAY "No remittance address on REMITADR.DAT - "
            "statements will print without one."
    END-IF.
TakeOneRemitLine.
    READ remitAddressFile
        AT END MOVE "Y" TO remitAddressEOF
        NOT AT END
            IF remitAddressRecord NOT = SPACES
                ADD 1 TO remitAddressCount
                MOVE remitAddressRecord
                    TO remitAddressLine (remitAddressCount)
            END-IF
    END-READ.
LoadRealizedFx.
    MOVE "N" TO realizedFxEOF
    OPEN INPUT realizedFxFile
    IF realizedFxStatus = "00"
        PERFORM TakeOneFxRow
            UNTIL realizedFxEOF = "Y" OR tableOverflow = "Y"
        CLOSE realizedFxFile
    END-IF.
TakeOneFxRow.
    READ realizedFxFile
        AT END MOVE "Y" TO realizedFxEOF
        NOT AT END
            IF rfReceiptDate <= monthEndDate
                IF fxCount = 1000
                    MOVE "Y" TO tableOverflow
                ELSE
                    ADD 1 TO fxCount
                    MOVE rfReceiptDate TO fxReceiptDate (fxCount)
                    MOVE rfInvoiceNumber
                        TO fxInvoiceNumber (fxCount)
                    MOVE rfReceivedHomeAmount
                        TO fxReceivedHome (fxCount)
                    MOVE rfBookedHomeAmount TO fxBookedHome (fxCount)
                    MOVE "N" TO fxUsed (fxCount)
                END-IF
            END-IF
    END-READ.
LoadInvoiceRegister.
    MOVE "N" TO invoiceRegisterEOF
    OPEN INPUT invoiceRegisterFile
    IF invoiceRegisterStatus = "00"
        PERFORM TakeOneInvoiceRow
            UNTIL invoiceRegisterEOF = "Y" OR tableOverflow = "Y"
        CLOSE invoiceRegisterFile
    END-IF.
TakeOneInvoiceRow.
    READ invoiceRegisterFile
        AT END MOVE "Y" TO invoiceRegisterEOF
        NOT AT END
            IF invoiceCount = 1000
                MOVE "Y" TO tableOverflow
            ELSE
                PERFORM KeepOneInvoice
            END-IF
    END-READ.
KeepOneInvoice.
    ADD 1 TO invoiceCount
    MOVE ivInvoiceNumber TO itInvoiceNumber (invoiceCount)
    MOVE ivCustomerId TO itCustomerId (invoiceCount)
    MOVE ivInvoiceDate TO itInvoiceDate (invoiceCount)
    MOVE ivCurrencyCode TO itCurrencyCode (invoiceCount)
    MOVE ZERO TO itOpenAtMonthEnd (invoiceCount)
    IF ivInvoiceDate <= monthEndDate
        MOVE ivInvoiceAmount TO itOpenAtMonthEnd (invoiceCount)
    END-IF
    MOVE ivCustomerId TO movementCustomerId
    MOVE ivInvoiceDate TO movementDate
    MOVE "INV" TO movementType
    MOVE ivInvoiceNumber TO movementReference
    MOVE ivInvoiceNumber TO movementInvoiceNumber
    MOVE ivInvoiceAmount TO movementAmount
    PERFORM PostMovement.
PostMovement.
    IF movementDate <= monthEndDate
        MOVE movementCustomerId TO lookupCustomerId
        PERFORM FindCustomerEntry
        IF customerFound > ZERO
            IF movementDate < monthStartDate
                ADD movementAmount
                    TO cuOpeningBalance (customerFound)
            ELSE
                PERFORM AddActivityEntry
            END-IF
        END-IF
    END-IF.
AddActivityEntry.
    IF activityCount = 2000
        MOVE "Y" TO tableOverflow
    ELSE
        ADD 1 TO activityCount
        MOVE movementCustomerId TO acCustomerId (activityCount)
        MOVE movementDate TO acDate (activityCount)
        MOVE movementType TO acType (activityCount)
        MOVE movementReference TO acReference (activityCount)
        MOVE movementInvoiceNumber
            TO acInvoiceNumber (activityCount)
        MOVE movementAmount TO acAmount (activityCount)
        MOVE "N" TO acPrinted (activityCount)
        ADD 1 TO cuActivityCount (customerFound)
    END-IF.
FindCustomerEntry.
    MOVE ZERO TO customerFound
    PERFORM MatchOneCustomer
        VARYING customerIndex FROM 1 BY 1
        UNTIL customerIndex > customerCount
            OR customerFound > ZERO
    IF customerFound = ZERO
        IF customerCount = 200
            MOVE "Y" TO tableOverflow
        ELSE
            ADD 1 TO customerCount
            MOVE customerCount TO customerFound
            MOVE lookupCustomerId TO cuCustomerId (customerFound)
            MOVE ZERO TO cuOpeningBalance (customerFound)
            MOVE ZERO TO cuActivityCount (customerFound)
            MOVE "N" TO cuPrinted (customerFound)
        END-IF
    END-IF.
MatchOneCustomer.
    IF cuCustomerId (customerIndex) = lookupCustomerId
        MOVE customerIndex TO customerFound
    END-IF.
FindInvoiceEntry.
    MOVE ZERO TO invoiceFound
    PERFORM MatchOneInvoice
        VARYING invoiceIndex FROM 1 BY 1
        UNTIL invoiceIndex > invoiceCount
            OR invoiceFound > ZERO.
MatchOneInvoice.
    IF itInvoiceNumber (invoiceIndex) = lookupInvoiceNumber
        MOVE invoiceIndex TO invoiceFound
    END-IF.
ApplyCashReceipts.
    MOVE "N" TO cashReceiptsEOF
    OPEN INPUT cashReceiptsFile
    IF cashReceiptsStatus = "00"
        PERFORM ApplyOneReceipt
            UNTIL cashReceiptsEOF = "Y" OR tableOverflow = "Y"
        CLOSE cashReceiptsFile
    END-IF.
ApplyOneReceipt.
    READ cashReceiptsFile
        AT END MOVE "Y" TO cashReceiptsEOF
        NOT AT END
            IF crReceiptDate <= monthEndDate
                PERFORM ValueOneReceipt
            END-IF
    END-READ.
ValueOneReceipt.
    MOVE crReceiptAmount TO unsignedAmountWork
    MOVE crInvoiceNumber TO lookupInvoiceNumber
    PERFORM FindInvoiceEntry
    IF invoiceFound > ZERO
        IF itCurrencyCode (invoiceFound) NOT = SPACES
            PERFORM FindBookedReceipt
        END-IF
        SUBTRACT unsignedAmountWork
            FROM itOpenAtMonthEnd (invoiceFound)
    END-IF
    MOVE crCustomerId TO movementCustomerId
    IF invoiceFound > ZERO
        MOVE itCustomerId (invoiceFound) TO movementCustomerId
    END-IF
    MOVE crReceiptDate TO movementDate
    MOVE "PAY" TO movementType
    MOVE crInvoiceNumber TO movementReference
    MOVE crInvoiceNumber TO movementInvoiceNumber
    COMPUTE movementAmount = ZERO - unsignedAmountWork
    PERFORM PostMovement.
FindBookedReceipt.
    MOVE ZERO TO fxFound
    PERFORM MatchOneFxRow
        VARYING fxIndex FROM 1 BY 1
        UNTIL fxIndex > fxCount OR fxFound > ZERO
    IF fxFound > ZERO
        MOVE "Y" TO fxUsed (fxFound)
        MOVE fxBookedHome (fxFound) TO unsignedAmountWork
    END-IF.
MatchOneFxRow.
    IF fxUsed (fxIndex) = "N"
        AND fxReceiptDate (fxIndex) = crReceiptDate
        AND fxInvoiceNumber (fxIndex) = crInvoiceNumber
        AND fxReceivedHome (fxIndex) = crReceiptAmount
        MOVE fxIndex TO fxFound
    END-IF.
ApplyCreditMemos.
    MOVE "N" TO creditMemoEOF
    OPEN INPUT creditMemoFile
    IF creditMemoStatus = "00"
        PERFORM ApplyOneCreditMemo
            UNTIL creditMemoEOF = "Y" OR tableOverflow = "Y"
        CLOSE creditMemoFile
    END-IF.
ApplyOneCreditMemo.
    READ creditMemoFile
        AT END MOVE "Y" TO creditMemoEOF
        NOT AT END
            IF cnMemoDate <= monthEndDate
                PERFORM PostOneCreditMemo
            END-IF
    END-READ.
PostOneCreditMemo.
    MOVE cnInvoiceNumber TO lookupInvoiceNumber
    PERFORM FindInvoiceEntry
    IF invoiceFound > ZERO
        SUBTRACT cnMemoAmount FROM itOpenAtMonthEnd (invoiceFound)
    END-IF
    MOVE cnCustomerId TO movementCustomerId
    IF invoiceFound > ZERO
        MOVE itCustomerId (invoiceFound) TO movementCustomerId
    END-IF
    MOVE cnMemoDate TO movementDate
    MOVE "CRN" TO movementType
    MOVE cnMemoNumber TO movementReference
    MOVE cnInvoiceNumber TO movementInvoiceNumber
    COMPUTE movementAmount = ZERO - cnMemoAmount
    PERFORM PostMovement.
PrintNextStatement.
    MOVE ZERO TO customerFound
    PERFORM PickLowestCustomer
        VARYING customerIndex FROM 1 BY 1
        UNTIL customerIndex > customerCount
    MOVE "Y" TO cuPrinted (customerFound)
    MOVE cuOpeningBalance (customerFound) TO runningBalance
    MOVE cuOpeningBalance (customerFound) TO closingBalance
    PERFORM AddOneActivityToClosing
        VARYING activityIndex FROM 1 BY 1
        UNTIL activityIndex > activityCount
    IF cuActivityCount (customerFound) > ZERO
        OR cuOpeningBalance (customerFound) NOT = ZERO
        OR closingBalance NOT = ZERO
        PERFORM WriteOneStatement
    END-IF.
PickLowestCustomer.
    IF cuPrinted (customerIndex) = "N"
        IF customerFound = ZERO
            MOVE customerIndex TO customerFound
        ELSE
            IF cuCustomerId (customerIndex)
                < cuCustomerId (customerFound)
                MOVE customerIndex TO customerFound
            END-IF
        END-IF
    END-IF.
AddOneActivityToClosing.
    IF acCustomerId (activityIndex) = cuCustomerId (customerFound)
        ADD acAmount (activityIndex) TO closingBalance
    END-IF.
WriteOneStatement.
    ADD 1 TO statementCount
    MOVE cuCustomerId (customerFound) TO lookupCustomerId
    PERFORM FetchCustomerAddress
    WRITE statementRecord FROM statementRuleLine
    MOVE statementMonth TO shlStatementMonth
    MOVE monthEndDate TO shlMonthEndDate
    WRITE statementRecord FROM statementHeadLine
    MOVE cuCustomerId (customerFound) TO snlCustomerId
    MOVE customerName TO snlCustomerName
    WRITE statementRecord FROM statementNameLine
    IF customerAddressLine1 NOT = SPACES
        MOVE customerAddressLine1 TO sadAddressText
        WRITE statementRecord FROM statementAddressLine
    END-IF
    IF customerAddressLine2 NOT = SPACES
        MOVE customerAddressLine2 TO sadAddressText
        WRITE statementRecord FROM statementAddressLine
    END-IF
    IF customerCity NOT = SPACES OR customerPostalCode NOT = SPACES
        MOVE SPACES TO sadAddressText
        STRING customerCity DELIMITED BY "  "
            " " DELIMITED BY SIZE
            customerPostalCode DELIMITED BY SIZE
            INTO sadAddressText
        END-STRING
        WRITE statementRecord FROM statementAddressLine
    END-IF
    WRITE statementRecord FROM statementBlankLine
    PERFORM WriteOneRemitLine
        VARYING remitAddressIndex FROM 1 BY 1
        UNTIL remitAddressIndex > remitAddressCount
    WRITE statementRecord FROM statementBlankLine
    WRITE statementRecord FROM statementColumnLine
    MOVE "H" TO sxhRecordType
    MOVE cuCustomerId (customerFound) TO sxhCustomerId
    MOVE monthEndDate TO sxhStatementDate
    MOVE customerName TO sxhCustomerName
    MOVE customerAddressLine1 TO sxhAddressLine1
    MOVE customerAddressLine2 TO sxhAddressLine2
    MOVE customerCity TO sxhCity
    MOVE customerPostalCode TO sxhPostalCode
    MOVE runningBalance TO signedAmountWork
    PERFORM SplitSignedAmount
    MOVE signByteWork TO sxhOpeningSign
    MOVE unsignedAmountWork TO sxhOpeningBalance
    WRITE statementExtractHeader
    MOVE SPACES TO sdlDate
    MOVE "OPENING BALANCE" TO sdlDetail
    MOVE ZERO TO sdlAmount
    MOVE runningBalance TO sdlBalance
    WRITE statementRecord FROM statementDetailLine
    PERFORM PrintNextActivity cuActivityCount (customerFound) TIMES
    MOVE SPACES TO sdlDate
    MOVE "CLOSING BALANCE" TO sdlDetail
    MOVE ZERO TO sdlAmount
    MOVE runningBalance TO sdlBalance
    WRITE statementRecord FROM statementDetailLine
    PERFORM BucketCustomerInvoices
    WRITE statementRecord FROM statementBlankLine
    WRITE statementRecord FROM statementBucketHeadLine
    PERFORM SetOneBucketAmount
        VARYING bucketIndex FROM 1 BY 1
        UNTIL bucketIndex > 4
    WRITE statementRecord FROM statementBucketLine
    WRITE statementRecord FROM statementBlankLine
    MOVE SPACES TO statementExtractTrailer
    MOVE "T" TO sxtRecordType
    MOVE cuCustomerId (customerFound) TO sxtCustomerId
    MOVE monthEndDate TO sxtStatementDate
    MOVE runningBalance TO signedAmountWork
    PERFORM SplitSignedAmount
    MOVE signByteWork TO sxtClosingSign
    MOVE unsignedAmountWork TO sxtClosingBalance
    MOVE bucketAmount (1) TO signedAmountWork
    PERFORM SplitSignedAmount
    MOVE signByteWork TO sxtCurrentSign
    MOVE unsignedAmountWork TO sxtCurrentAmount
    MOVE bucketAmount (2) TO sxtThirtyAmount
    MOVE bucketAmount (3) TO sxtSixtyAmount
    MOVE bucketAmount (4) TO sxtNinetyAmount
    WRITE statementExtractTrailer.
WriteOneRemitLine.
    IF remitAddressIndex = 1
        MOVE "PLEASE REMIT TO: " TO srlLabel
    ELSE
        MOVE SPACES TO srlLabel
    END-IF
    MOVE remitAddressLine (remitAddressIndex) TO srlAddressText
    WRITE statementRecord FROM statementRemitLine.
PrintNextActivity.
    MOVE ZERO TO activityFound
    PERFORM PickEarliestActivity
        VARYING activityIndex FROM 1 BY 1
        UNTIL activityIndex > activityCount
    MOVE "Y" TO acPrinted (activityFound)
    ADD acAmount (activityFound) TO runningBalance
    MOVE acDate (activityFound) TO detailDateEdit
    MOVE detailDateEdit TO sdlDate
    MOVE SPACES TO sdlDetail
    EVALUATE acType (activityFound)
        WHEN "INV"
            STRING "INVOICE " DELIMITED BY SIZE
                acReference (activityFound) DELIMITED BY SIZE
                INTO sdlDetail
            END-STRING
        WHEN "PAY"
            STRING "PAYMENT - INVOICE " DELIMITED BY SIZE
                acInvoiceNumber (activityFound) DELIMITED BY SIZE
                INTO sdlDetail
            END-STRING
        WHEN OTHER
            STRING "CREDIT " DELIMITED BY SIZE
                acReference (activityFound) DELIMITED BY SIZE
                " - INV " DELIMITED BY SIZE
                acInvoiceNumber (activityFound) DELIMITED BY SIZE
                INTO sdlDetail
            END-STRING
    END-EVALUATE
    MOVE acAmount (activityFound) TO sdlAmount
    MOVE runningBalance TO sdlBalance
    WRITE statementRecord FROM statementDetailLine
    MOVE SPACES TO statementExtractRecord
    MOVE "D" TO sxRecordType
    MOVE acCustomerId (activityFound) TO sxCustomerId
    MOVE monthEndDate TO sxStatementDate
    MOVE acDate (activityFound) TO sxLineDate
    MOVE acType (activityFound) TO sxLineType
    MOVE acReference (activityFound) TO sxReference
    MOVE acInvoiceNumber (activityFound) TO sxInvoiceNumber
    MOVE acAmount (activityFound) TO signedAmountWork
    PERFORM SplitSignedAmount
    MOVE signByteWork TO sxAmountSign
    MOVE unsignedAmountWork TO sxAmount
    MOVE runningBalance TO signedAmountWork
    PERFORM SplitSignedAmount
    MOVE signByteWork TO sxBalanceSign
    MOVE unsignedAmountWork TO sxBalance
    WRITE statementExtractRecord.
PickEarliestActivity.
    IF acCustomerId (activityIndex) = cuCustomerId (customerFound)
        AND acPrinted (activityIndex) = "N"
        IF activityFound = ZERO
            MOVE activityIndex TO activityFound
        ELSE
            IF acDate (activityIndex) < acDate (activityFound)
                MOVE activityIndex TO activityFound
            END-IF
        END-IF
    END-IF.
BucketCustomerInvoices.
    MOVE ZERO TO bucketAmount (1) bucketAmount (2)
        bucketAmount (3) bucketAmount (4)
    PERFORM BucketOneInvoice
        VARYING invoiceIndex FROM 1 BY 1
        UNTIL invoiceIndex > invoiceCount.
BucketOneInvoice.
    IF itCustomerId (invoiceIndex) = cuCustomerId (customerFound)
        AND itOpenAtMonthEnd (invoiceIndex) NOT = ZERO
        COMPUTE invoiceAgeDays = monthEndInteger
            - FUNCTION INTEGER-OF-DATE(itInvoiceDate (invoiceIndex))
        IF itOpenAtMonthEnd (invoiceIndex) < ZERO
            OR invoiceAgeDays <= 30
            MOVE 1 TO bucketIndex
        ELSE
        IF invoiceAgeDays <= 60
            MOVE 2 TO bucketIndex
        ELSE
        IF invoiceAgeDays <= 90
            MOVE 3 TO bucketIndex
        ELSE
            MOVE 4 TO bucketIndex
        END-IF
        END-IF
        END-IF
        ADD itOpenAtMonthEnd (invoiceIndex)
            TO bucketAmount (bucketIndex)
    END-IF.
SetOneBucketAmount.
    MOVE bucketAmount (bucketIndex) TO sblAmount (bucketIndex).
SplitSignedAmount.
    IF signedAmountWork < ZERO
        MOVE "-" TO signByteWork
        COMPUTE unsignedAmountWork = ZERO - signedAmountWork
    ELSE
        MOVE SPACE TO signByteWork
        MOVE signedAmountWork TO unsignedAmountWork
    END-IF.
FetchCustomerAddress.
    MOVE "*UNKNOWN CUSTOMER*" TO customerName
    MOVE SPACES TO customerAddressLine1
    MOVE SPACES TO customerAddressLine2
    MOVE SPACES TO customerCity
    MOVE SPACES TO customerPostalCode
    MOVE "N" TO customerNameFound
    MOVE "N" TO customerMasterEOF
    OPEN INPUT customerMasterFile
    IF customerMasterStatus = "00"
        PERFORM FindCustomerAddressRecord
            UNTIL customerNameFound = "Y" OR customerMasterEOF = "Y"
        CLOSE customerMasterFile
    END-IF.
FindCustomerAddressRecord.
    READ customerMasterFile
        AT END MOVE "Y" TO customerMasterEOF
        NOT AT END
            IF cmCustomerId = lookupCustomerId
                MOVE cmCustomerName TO customerName
                MOVE cmAddressLine1 TO customerAddressLine1
                MOVE cmAddressLine2 TO customerAddressLine2
                MOVE cmCity TO customerCity
                MOVE cmPostalCode TO customerPostalCode
                MOVE "Y" TO customerNameFound
            END-IF
    END-READ.
