*> register overflows the work table - otherwise receipts would land
*> on CASHRCT.DAT while the invoices' amount-paid never reached the
*> register and the same invoices aged and dunned again.
*> The register row now carries the credit memos raised against each
*> invoice by CREDIT-MEMO-POSTING, and the open balance used for
*> posting, the aging buckets, and the dunning letters is the invoice
*> amount less both the amount paid and the amount credited, so a
*> price concession or returned piece stops aging and dunning the day
*> the memo is raised and the receipts file records only real cash.
*> An invoice raised in the customer's currency is now settled in it.
*> The receipt is keyed in that currency and converted to home at the
*> EXCHRATE.DAT rate in force on the receipt date - the home cash that
*> lands on CASHRCT.DAT. The invoice is relieved at the booking rate it
*> was raised at, so the receivable clears at the value it was booked
*> at, and a receipt of exactly the open customer-currency balance
*> clears the invoice to the cent. The difference between the two home
*> values is the realized exchange gain or loss, recorded one row per
*> receipt on FXREAL.DAT (shared layout FXREAL.cpy) for the monthly
*> REALIZED-FX-REPORT. A foreign receipt with no rate on file for its
*> currency is refused rather than converted at a guess.
*> The receipt record layout now comes from the shared copybook
*> CASHRCT.cpy, which every program reading CASHRCT.DAT also copies.
IDENTIFICATION DIVISION.
PROGRAM-ID. CASH-RECEIPTS-POSTING.
ENVIRONMENT DIVISION.
    SELECT customerMasterFile ASSIGN TO "CUSTMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS customerMasterStatus.
    SELECT exchangeRateFile ASSIGN TO "EXCHRATE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS exchangeRateStatus.
    SELECT realizedFxFile ASSIGN TO "FXREAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS realizedFxStatus.
    SELECT agingReportFile ASSIGN TO "AGING.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT dunningLetterFile ASSIGN TO "DUNNING.RPT"
FD  invoiceRegisterFile.
COPY "INVCREG.cpy".
FD  cashReceiptsFile.
COPY "CASHRCT.cpy".
FD  customerMasterFile.
COPY "CUSTMAST.cpy".
FD  exchangeRateFile.
COPY "EXCHRATE.cpy".
FD  realizedFxFile.
COPY "FXREAL.cpy".
FD  agingReportFile.
01 agingReportRecord PIC X(110).
FD  dunningLetterFile.
    01 invoiceRegisterStatus PIC X(2) VALUE "00".
    01 cashReceiptsStatus PIC X(2) VALUE "00".
    01 customerMasterStatus PIC X(2) VALUE "00".
    01 exchangeRateStatus PIC X(2) VALUE "00".
    01 realizedFxStatus PIC X(2) VALUE "00".
    01 invoiceRegisterEOF PIC X(1) VALUE "N".
    01 exchangeRateEOF PIC X(1) VALUE "N".
    01 customerMasterEOF PIC X(1) VALUE "N".
    01 runMode PIC X(1).
    01 invoiceTable.
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
    01 keyedInvoiceNumber PIC 9(06).
    01 keyedAmountText PIC X(09).
    01 keyedReceiptAmount PIC 9(07)V99.
    01 keyedForeignAmount PIC 9(07)V99.
    01 receiptKeyed PIC X(1).
    01 receiptHomeAmount PIC 9(09)V99.
    01 bookedHomeAmount PIC 9(09)V99.
    01 fxGainLossAmount PIC S9(09)V99.
    01 openForeignBalance PIC S9(09)V99.
    01 receiptRateFound PIC X(1).
    01 receiptRate PIC 9(03)V9(04).
    01 receiptRateBestDate PIC 9(08).
    01 roundWorkAmount PIC S9(09)V9(04).
    01 currencyFormattedText PIC X(20).
    01 fxReceiptCount PIC 9(04) VALUE ZERO.
    01 receiptCount PIC 9(04) VALUE ZERO.
    01 openBalance PIC S9(09)V99.
    01 runDate PIC 9(08).
        IF receiptCount > ZERO
            PERFORM RewriteInvoiceRegister
        END-IF
        IF fxReceiptCount > ZERO
            DISPLAY fxReceiptCount " foreign-currency receipt(s) "
                "recorded on FXREAL.DAT."
        END-IF
        MOVE "CASH RECEIPTS" TO tlInputs
        MOVE SPACES TO tlResultOut
        STRING "RECEIPTS=" DELIMITED BY SIZE
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
    IF invoiceTableOverflow = "Y"
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
PostOneReceipt.
    DISPLAY "Enter invoice number (0 to finish): "
ApplyOneReceipt.
    COMPUTE openBalance = itInvoiceAmount (invoiceFound)
        - itAmountPaid (invoiceFound)
        - itCreditAmount (invoiceFound)
    DISPLAY "Invoice " itInvoiceNumber (invoiceFound)
        " customer " itCustomerId (invoiceFound)
        " balance " openBalance
    IF itCurrencyCode (invoiceFound) = SPACES
        PERFORM KeyHomeReceipt
    ELSE
        PERFORM KeyForeignReceipt
    END-IF
    IF receiptKeyed = "Y"
        ADD bookedHomeAmount TO itAmountPaid (invoiceFound)
        COMPUTE openBalance = itInvoiceAmount (invoiceFound)
            - itAmountPaid (invoiceFound)
            - itCreditAmount (invoiceFound)
        IF openBalance <= ZERO
            MOVE "P" TO itStatus (invoiceFound)
            IF openBalance < ZERO
                DISPLAY "Overpayment carried as a credit "
                    "on the invoice."
            END-IF
            DISPLAY "Partial payment - invoice remains open."
        END-IF
        PERFORM AppendReceiptRecord
        IF itCurrencyCode (invoiceFound) NOT = SPACES
            PERFORM AppendRealizedFxRecord
        END-IF
        ADD 1 TO receiptCount
        DISPLAY "Receipt posted."
    END-IF.
KeyHomeReceipt.
    MOVE "N" TO receiptKeyed
    DISPLAY "Enter amount received (9 digits, 9999999.99 as "
        "999999999): "
    ACCEPT keyedAmountText
    IF keyedAmountText = SPACES
        MOVE "000000000" TO keyedAmountText
    END-IF
    IF keyedAmountText IS NOT NUMERIC
        DISPLAY "Amount is not numeric - receipt not posted."
    ELSE
        MOVE keyedAmountText TO keyedReceiptAmount (1:9)
        MOVE keyedReceiptAmount TO receiptHomeAmount
        MOVE keyedReceiptAmount TO bookedHomeAmount
        MOVE "Y" TO receiptKeyed
    END-IF.
KeyForeignReceipt.
    MOVE "N" TO receiptKeyed
    PERFORM FindReceiptRate
    IF receiptRateFound = "N"
        DISPLAY "No exchange rate for " itCurrencyCode (invoiceFound)
            " on or before " runDate " - receipt not posted."
    ELSE
        COMPUTE roundWorkAmount =
            openBalance / itBookingRate (invoiceFound)
        CALL "APPLY-CURRENCY-ROUNDING" USING roundWorkAmount,
            itCurrencyCode (invoiceFound), currencyFormattedText
        MOVE roundWorkAmount TO openForeignBalance
        DISPLAY "Invoiced in " itCurrencyCode (invoiceFound)
            " at " itBookingRate (invoiceFound)
            " - open " currencyFormattedText
        DISPLAY "Rate on " runDate " is " receiptRate
        DISPLAY "Enter amount received in "
            itCurrencyCode (invoiceFound)
            " (9 digits, 9999999.99 as 999999999): "
        ACCEPT keyedAmountText
        IF keyedAmountText = SPACES
            MOVE "000000000" TO keyedAmountText
        END-IF
        IF keyedAmountText IS NOT NUMERIC
            DISPLAY "Amount is not numeric - receipt not posted."
        ELSE
            MOVE keyedAmountText TO keyedForeignAmount (1:9)
            PERFORM ConvertForeignReceipt
            MOVE "Y" TO receiptKeyed
        END-IF
    END-IF.
ConvertForeignReceipt.
    COMPUTE roundWorkAmount = keyedForeignAmount * receiptRate
    CALL "APPLY-ROUNDING-POLICY" USING roundWorkAmount
    MOVE roundWorkAmount TO receiptHomeAmount
    IF openBalance > ZERO
        AND keyedForeignAmount = openForeignBalance
        MOVE openBalance TO bookedHomeAmount
    ELSE
        COMPUTE roundWorkAmount =
            keyedForeignAmount * itBookingRate (invoiceFound)
        CALL "APPLY-ROUNDING-POLICY" USING roundWorkAmount
        MOVE roundWorkAmount TO bookedHomeAmount
    END-IF
    COMPUTE fxGainLossAmount = receiptHomeAmount - bookedHomeAmount
    DISPLAY "Home value received " receiptHomeAmount
        " against " bookedHomeAmount " booked - realized "
        fxGainLossAmount.
FindReceiptRate.
    MOVE "N" TO receiptRateFound
    MOVE ZERO TO receiptRate
    MOVE ZERO TO receiptRateBestDate
    MOVE "N" TO exchangeRateEOF
    OPEN INPUT exchangeRateFile
    IF exchangeRateStatus = "00"
        PERFORM MatchOneReceiptRate UNTIL exchangeRateEOF = "Y"
        CLOSE exchangeRateFile
    END-IF.
MatchOneReceiptRate.
    READ exchangeRateFile
        AT END MOVE "Y" TO exchangeRateEOF
        NOT AT END
            IF xrCurrencyCode = itCurrencyCode (invoiceFound)
                AND xrRateToHome IS NUMERIC
                AND xrRateToHome > ZERO
                AND xrEffectiveDate <= runDate
                AND (receiptRateFound = "N"
                    OR xrEffectiveDate >= receiptRateBestDate)
                MOVE xrRateToHome TO receiptRate
                MOVE xrEffectiveDate TO receiptRateBestDate
                MOVE "Y" TO receiptRateFound
            END-IF
    END-READ.
AppendReceiptRecord.
    OPEN EXTEND cashReceiptsFile
    IF cashReceiptsStatus = "05" OR cashReceiptsStatus = "35"
    MOVE runDate TO crReceiptDate
    MOVE itCustomerId (invoiceFound) TO crCustomerId
    MOVE keyedInvoiceNumber TO crInvoiceNumber
    MOVE receiptHomeAmount TO crReceiptAmount
    MOVE operatorId TO crOperatorId
    WRITE cashReceiptsRecord
    CLOSE cashReceiptsFile.
AppendRealizedFxRecord.
    OPEN EXTEND realizedFxFile
    IF realizedFxStatus = "05" OR realizedFxStatus = "35"
        OPEN OUTPUT realizedFxFile
    END-IF
    MOVE runDate TO rfReceiptDate
    MOVE keyedInvoiceNumber TO rfInvoiceNumber
    MOVE itCustomerId (invoiceFound) TO rfCustomerId
    MOVE itCurrencyCode (invoiceFound) TO rfCurrencyCode
    MOVE keyedForeignAmount TO rfForeignAmount
    MOVE itBookingRate (invoiceFound) TO rfBookingRate
    MOVE receiptRate TO rfReceiptRate
    MOVE bookedHomeAmount TO rfBookedHomeAmount
    MOVE receiptHomeAmount TO rfReceivedHomeAmount
    MOVE fxGainLossAmount TO rfGainLossAmount
    MOVE operatorId TO rfOperatorId
    WRITE realizedFxRecord
    CLOSE realizedFxFile
    ADD 1 TO fxReceiptCount.
AgingReportProcedure.
    COMPUTE todayInteger = FUNCTION INTEGER-OF-DATE(runDate)
    MOVE ZERO TO customerCount
BucketOneInvoice.
    COMPUTE openBalance = itInvoiceAmount (invoiceIndex)
        - itAmountPaid (invoiceIndex)
        - itCreditAmount (invoiceIndex)
    IF openBalance > ZERO
        PERFORM ComputeInvoiceAge
        PERFORM FindCustomerBucket
WriteDunningLetters.
    COMPUTE openBalance = itInvoiceAmount (invoiceIndex)
        - itAmountPaid (invoiceIndex)
        - itCreditAmount (invoiceIndex)
    IF openBalance > ZERO
        PERFORM ComputeInvoiceAge
        IF invoiceAgeDays > 60
