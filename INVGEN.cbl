*> quote with an invoice already on INVCREG.DAT is refused too, the
*> same once-only discipline BATCH-REGISTER gives the staged
*> extracts, so nobody bills the same acceptance twice.
*> Invoices now carry sales tax. The customer's cmPostalCode is
*> matched against the jurisdiction file TAXJUR.DAT (shared layout
*> TAXJUR.cpy - longest postal prefix wins, latest rate on or before
*> the invoice date), the tax on the goods total passes through the
*> shared APPLY-ROUNDING-POLICY, and the document prints the goods
*> total, a tax line naming the jurisdiction and rate, and the gross
*> amount due. A customer whose exemption certificate on CUSTMAST.DAT
*> is still current is billed no tax and the certificate is quoted on
*> the invoice instead. The register row carries the jurisdiction,
*> rate, and tax amount separately so SALES-TAX-REGISTER can file the
*> return from it. A taxable customer whose postal code matches no
*> jurisdiction is refused rather than billed without tax.
*> A quote priced in the customer's currency now invoices in it too.
*> The gross amount due is converted back at the rate the quote was
*> priced at (qrExchangeRate, home units per foreign unit) and rounded
*> to the currency's minor units through the shared
*> APPLY-CURRENCY-ROUNDING. The document prints a customer-currency
*> amount-due line, and the register row carries the currency code,
*> the customer-currency amount and that booking rate. CASH-RECEIPTS-
*> POSTING can then settle the invoice in the customer's currency and
*> measure the realized exchange gain or loss against it.
*> A customer with an electronic-invoice layout row on CUSTMAP.DAT
*> also gets the invoice as a file in its own layout through the
*> shared ELECTRONIC-INVOICE-WRITER, which logs the file on
*> EINVLOG.DAT; the paper document is printed either way.
IDENTIFICATION DIVISION.
PROGRAM-ID. INVOICE-GENERATOR.
ENVIRONMENT DIVISION.
    SELECT ctlLimitFile ASSIGN TO "CTLLIMIT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ctlLimitFileStatus.
    SELECT taxJurisdictionFile ASSIGN TO "TAXJUR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS taxJurisdictionStatus.
DATA DIVISION.
FILE SECTION.
FD  quoteRegisterFile.
01 invoiceDocumentRecord PIC X(80).
FD  ctlLimitFile.
COPY "CTLLIMIT.cpy".
FD  taxJurisdictionFile.
COPY "TAXJUR.cpy".
WORKING-STORAGE SECTION.
    01 quoteRegisterStatus PIC X(2) VALUE "00".
    01 customerMasterStatus PIC X(2) VALUE "00".
    01 invoiceSequenceStatus PIC X(2) VALUE "00".
    01 invoiceRegisterStatus PIC X(2) VALUE "00".
    01 ctlLimitFileStatus PIC X(2) VALUE "00".
    01 taxJurisdictionStatus PIC X(2) VALUE "00".
    01 taxJurisdictionEOF PIC X(1) VALUE "N".
    01 quoteRegisterEOF PIC X(1) VALUE "N".
    01 customerMasterEOF PIC X(1) VALUE "N".
    01 estimateDetailEOF PIC X(1) VALUE "N".
    01 quoteJobNumber PIC 9(06).
    01 quoteRevisionHeld PIC 9(02).
    01 quoteAmount PIC 9(09)V99.
    01 quoteCurrencyCode PIC X(3).
    01 quoteExchangeRate PIC 9(03)V9(04).
    01 foreignGrossAmount PIC 9(09)V99 VALUE ZERO.
    01 currencyFormattedText PIC X(20).
    01 customerFound PIC X(1) VALUE "N".
    01 invoiceCustomerName PIC X(25).
    01 customerPostalCode PIC X(10).
    01 customerExemptFlag PIC X(1).
    01 customerExemptCertificate PIC X(15).
    01 customerExemptExpiry PIC 9(08).
    01 invoiceTaxExempt PIC X(1) VALUE "N".
    01 jurisdictionFound PIC X(1) VALUE "N".
    01 taxJurisdictionCode PIC X(4).
    01 taxJurisdictionName PIC X(20).
    01 taxRate PIC 9(02)V999 VALUE ZERO.
    01 taxAmount PIC 9(07)V99 VALUE ZERO.
    01 grossAmount PIC 9(09)V99 VALUE ZERO.
    01 prefixLength PIC 9(02).
    01 bestPrefixLength PIC 9(02) VALUE ZERO.
    01 bestTaxEffectiveDate PIC 9(08) VALUE ZERO.
    01 roundWorkAmount PIC S9(09)V9(04).
    01 invoiceNumber PIC 9(06) VALUE ZERO.
    01 invoiceDate PIC 9(08).
    01 dueDate PIC 9(08).
    01 existingInvoiceNumber PIC 9(06).
    01 invoiceLineCount PIC 9(04) VALUE ZERO.
    01 invoiceLineTotal PIC 9(09)V99 VALUE ZERO.
    01 eInvoiceSendType PIC X(1) VALUE "O".
    01 eInvoiceResult PIC X(1).
    01 invoiceTitleLine PIC X(40)
        VALUE "INVOICE".
    01 invoiceBannerLine.
        05 idlArea PIC Z(07)9.99.
        05 FILLER PIC X(9) VALUE " AMOUNT=".
        05 idlAmount PIC $$$,$$9.99.
    01 invoiceGoodsLine.
        05 FILLER PIC X(14) VALUE "GOODS TOTAL =".
        05 iglAmount PIC $$$,$$$,$$9.99.
    01 invoiceTaxLine.
        05 FILLER PIC X(10) VALUE "SALES TAX ".
        05 itxJurisdictionCode PIC X(4).
        05 FILLER PIC X(1) VALUE " ".
        05 itxJurisdictionName PIC X(20).
        05 FILLER PIC X(1) VALUE " ".
        05 itxTaxRate PIC Z9.999.
        05 FILLER PIC X(4) VALUE "% = ".
        05 itxTaxAmount PIC $$$,$$9.99.
    01 invoiceExemptLine.
        05 FILLER PIC X(26) VALUE "TAX EXEMPT - CERTIFICATE ".
        05 iexCertificate PIC X(15).
        05 FILLER PIC X(9) VALUE " EXPIRES ".
        05 iexExpiryDate PIC 9999/99/99.
    01 invoiceCurrencyLine.
        05 FILLER PIC X(14) VALUE "PAYABLE IN ".
        05 icuCurrencyCode PIC X(3).
        05 FILLER PIC X(3) VALUE " = ".
        05 icuForeignAmount PIC X(20).
        05 FILLER PIC X(10) VALUE " AT RATE ".
        05 icuBookingRate PIC ZZ9.9999.
    01 invoiceTotalLine.
        05 FILLER PIC X(14) VALUE "AMOUNT DUE  =".
        05 itlAmount PIC $$$,$$$,$$9.99.
        MOVE chosenQuoteNumber TO tlInputs
        MOVE "ALREADY INVOICED" TO tlResultOut
    ELSE
    PERFORM LookUpCustomerName
    PERFORM DetermineInvoiceTax
    IF invoiceTaxExempt = "N" AND jurisdictionFound = "N"
        DISPLAY "Postal code " customerPostalCode
            " matches no row on TAXJUR.DAT - no invoice raised."
        MOVE "REJECTED" TO logRunStatus
        MOVE chosenQuoteNumber TO tlInputs
        MOVE "NO TAX JURISDICTION" TO tlResultOut
    ELSE
        PERFORM ConvertToCustomerCurrency
        PERFORM LoadDueDays
        PERFORM ComputeDueDate
        PERFORM AssignInvoiceNumber
        PERFORM WriteInvoiceDocument
        PERFORM AppendInvoiceRegisterEntry
        PERFORM SendElectronicInvoice
        DISPLAY "Invoice " invoiceNumber " raised for quote "
            chosenQuoteNumber " - document on INVOICE.RPT"
        MOVE chosenQuoteNumber TO tlInputs
        END-STRING
    END-IF
    END-IF
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
                MOVE "Y" TO quoteFound
                MOVE qrCustomerId TO quoteCustomerId
                MOVE qrJobTotal TO quoteAmount
                IF qrCurrencyCode NOT = SPACES
                    AND qrExchangeRate IS NUMERIC
                    AND qrExchangeRate > ZERO
                    MOVE qrCurrencyCode TO quoteCurrencyCode
                    MOVE qrExchangeRate TO quoteExchangeRate
                ELSE
                    MOVE SPACES TO quoteCurrencyCode
                    MOVE ZERO TO quoteExchangeRate
                END-IF
                IF qrJobNumber IS NUMERIC
                    MOVE qrJobNumber TO quoteJobNumber
                ELSE
    END-READ.
LookUpCustomerName.
    MOVE "*UNKNOWN CUSTOMER*" TO invoiceCustomerName
    MOVE SPACES TO customerPostalCode
    MOVE "N" TO customerExemptFlag
    MOVE SPACES TO customerExemptCertificate
    MOVE ZERO TO customerExemptExpiry
    MOVE "N" TO customerFound
    MOVE "N" TO customerMasterEOF
    OPEN INPUT customerMasterFile
        NOT AT END
            IF cmCustomerId = quoteCustomerId
                MOVE cmCustomerName TO invoiceCustomerName
                MOVE cmPostalCode TO customerPostalCode
                MOVE cmTaxExemptFlag TO customerExemptFlag
                MOVE cmExemptCertificate
                    TO customerExemptCertificate
                IF cmExemptExpiryDate IS NUMERIC
                    MOVE cmExemptExpiryDate TO customerExemptExpiry
                END-IF
                MOVE "Y" TO customerFound
            END-IF
    END-READ.
DetermineInvoiceTax.
    MOVE "N" TO invoiceTaxExempt
    IF customerExemptFlag = "Y"
        IF customerExemptExpiry >= invoiceDate
            MOVE "Y" TO invoiceTaxExempt
        ELSE
            DISPLAY "Exemption certificate " customerExemptCertificate
                " expired " customerExemptExpiry
                " - customer taxed."
        END-IF
    END-IF
    PERFORM FindTaxJurisdiction
    IF invoiceTaxExempt = "Y" OR jurisdictionFound = "N"
        MOVE ZERO TO taxRate
        MOVE ZERO TO taxAmount
        IF jurisdictionFound = "N"
            MOVE "NONE" TO taxJurisdictionCode
        END-IF
    ELSE
        COMPUTE roundWorkAmount = quoteAmount * taxRate / 100
        CALL "APPLY-ROUNDING-POLICY" USING roundWorkAmount
        MOVE roundWorkAmount TO taxAmount
    END-IF
    COMPUTE grossAmount = quoteAmount + taxAmount.
FindTaxJurisdiction.
    MOVE "N" TO jurisdictionFound
    MOVE SPACES TO taxJurisdictionCode
    MOVE SPACES TO taxJurisdictionName
    MOVE ZERO TO taxRate
    MOVE ZERO TO bestPrefixLength
    MOVE ZERO TO bestTaxEffectiveDate
    MOVE "N" TO taxJurisdictionEOF
    OPEN INPUT taxJurisdictionFile
    IF taxJurisdictionStatus = "00"
        PERFORM MatchOneJurisdictionRow
            UNTIL taxJurisdictionEOF = "Y"
        CLOSE taxJurisdictionFile
    ELSE
        DISPLAY "No tax jurisdiction file on file."
    END-IF.
MatchOneJurisdictionRow.
    READ taxJurisdictionFile
        AT END MOVE "Y" TO taxJurisdictionEOF
        NOT AT END
            IF tjEffectiveDate IS NOT NUMERIC
                MOVE ZERO TO tjEffectiveDate
            END-IF
            MOVE ZERO TO prefixLength
            INSPECT tjPostalPrefix TALLYING prefixLength
                FOR CHARACTERS BEFORE INITIAL SPACE
            IF prefixLength > ZERO
                AND tjTaxRate IS NUMERIC
                AND tjEffectiveDate <= invoiceDate
                AND customerPostalCode (1:prefixLength)
                    = tjPostalPrefix (1:prefixLength)
                AND (prefixLength > bestPrefixLength
                    OR (prefixLength = bestPrefixLength
                        AND tjEffectiveDate >= bestTaxEffectiveDate))
                MOVE "Y" TO jurisdictionFound
                MOVE prefixLength TO bestPrefixLength
                MOVE tjEffectiveDate TO bestTaxEffectiveDate
                MOVE tjJurisdictionCode TO taxJurisdictionCode
                MOVE tjJurisdictionName TO taxJurisdictionName
                MOVE tjTaxRate TO taxRate
            END-IF
    END-READ.
ConvertToCustomerCurrency.
    MOVE ZERO TO foreignGrossAmount
    MOVE SPACES TO currencyFormattedText
    IF quoteCurrencyCode NOT = SPACES
        COMPUTE roundWorkAmount = grossAmount / quoteExchangeRate
        CALL "APPLY-CURRENCY-ROUNDING" USING roundWorkAmount,
            quoteCurrencyCode, currencyFormattedText
        MOVE roundWorkAmount TO foreignGrossAmount
    END-IF.
LoadDueDays.
    ACCEPT ctlRunDate FROM DATE YYYYMMDD
    MOVE "N" TO ctlLimitEOF
    MOVE quoteJobNumber TO iqlJobNumber
    WRITE invoiceDocumentRecord FROM invoiceQuoteLine
    PERFORM WriteInvoiceDetailLines
    MOVE quoteAmount TO iglAmount
    WRITE invoiceDocumentRecord FROM invoiceGoodsLine
    IF invoiceTaxExempt = "Y"
        MOVE customerExemptCertificate TO iexCertificate
        MOVE customerExemptExpiry TO iexExpiryDate
        WRITE invoiceDocumentRecord FROM invoiceExemptLine
    ELSE
        MOVE taxJurisdictionCode TO itxJurisdictionCode
        MOVE taxJurisdictionName TO itxJurisdictionName
        MOVE taxRate TO itxTaxRate
        MOVE taxAmount TO itxTaxAmount
        WRITE invoiceDocumentRecord FROM invoiceTaxLine
    END-IF
    MOVE grossAmount TO itlAmount
    MOVE invoiceLineCount TO itlLineCount
    WRITE invoiceDocumentRecord FROM invoiceTotalLine
    IF quoteCurrencyCode NOT = SPACES
        MOVE quoteCurrencyCode TO icuCurrencyCode
        MOVE currencyFormattedText TO icuForeignAmount
        MOVE quoteExchangeRate TO icuBookingRate
        WRITE invoiceDocumentRecord FROM invoiceCurrencyLine
    END-IF
    IF invoiceLineCount > ZERO
        AND invoiceLineTotal NOT = quoteAmount
        DISPLAY "NOTE: detail lines total differs from the "
    MOVE dueDate TO ivDueDate
    MOVE chosenQuoteNumber TO ivQuoteNumber
    MOVE quoteCustomerId TO ivCustomerId
    MOVE grossAmount TO ivInvoiceAmount
    MOVE ZERO TO ivAmountPaid
    MOVE "O" TO ivStatus
    MOVE ZERO TO ivCreditAmount
    MOVE taxJurisdictionCode TO ivTaxJurisdiction
    MOVE taxRate TO ivTaxRate
    MOVE taxAmount TO ivTaxAmount
    MOVE quoteCurrencyCode TO ivCurrencyCode
    MOVE foreignGrossAmount TO ivForeignAmount
    MOVE quoteExchangeRate TO ivBookingRate
    WRITE invoiceRegisterRecord
    CLOSE invoiceRegisterFile.
SendElectronicInvoice.
    CALL "ELECTRONIC-INVOICE-WRITER" USING invoiceNumber,
        eInvoiceSendType, operatorId, eInvoiceResult
    IF eInvoiceResult = "W"
        DISPLAY "Electronic invoice written for " quoteCustomerId
            " - logged on EINVLOG.DAT"
    END-IF.
