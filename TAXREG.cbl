*> Monthly sales-tax-collected register for filing the return.
*> INVOICE-GENERATOR now bills tax by postal-code jurisdiction and
*> holds the jurisdiction, rate, and tax amount on each INVCREG.DAT
*> row, but the return was still added up from invoice copies. This
*> takes a tax month (YYYYMM, default the current month) and writes
*> TAXREG.RPT with one block per jurisdiction: the invoices raised in
*> the month, the taxable and the exempt goods (goods = invoice
*> amount less tax), the tax billed, the tax share of the
*> CREDIT-MEMO-POSTING memos raised in the month against that
*> jurisdiction's invoices (CRMEMO.DAT), and the net tax due, with
*> the jurisdiction names from TAXJUR.DAT and a company total.
*> Register rows written before tax was carried report under NONE.
*> The invoice table behind the credit-memo lookup now holds 5000
*> invoices, and a register larger than that refuses the run instead
*> of leaving later invoices' memos under NONE and understating the
*> return.
*> The jurisdiction table now holds 500 codes, and a run that meets
*> more codes than that - TAXJUR.DAT rows, NONE, and codes found only
*> on invoices - refuses the register rather than dropping the extra
*> jurisdictions' goods and tax from the return.
IDENTIFICATION DIVISION.
PROGRAM-ID. SALES-TAX-REGISTER.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT invoiceRegisterFile ASSIGN TO "INVCREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS invoiceRegisterStatus.
    SELECT creditMemoFile ASSIGN TO "CRMEMO.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS creditMemoStatus.
    SELECT taxJurisdictionFile ASSIGN TO "TAXJUR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS taxJurisdictionStatus.
    SELECT taxRegisterReportFile ASSIGN TO "TAXREG.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  invoiceRegisterFile.
COPY "INVCREG.cpy".
FD  creditMemoFile.
COPY "CRMEMO.cpy".
FD  taxJurisdictionFile.
COPY "TAXJUR.cpy".
FD  taxRegisterReportFile.
01 taxRegisterReportRecord PIC X(110).
WORKING-STORAGE SECTION.
    01 invoiceRegisterStatus PIC X(2) VALUE "00".
    01 creditMemoStatus PIC X(2) VALUE "00".
    01 taxJurisdictionStatus PIC X(2) VALUE "00".
    01 invoiceRegisterEOF PIC X(1) VALUE "N".
    01 creditMemoEOF PIC X(1) VALUE "N".
    01 taxJurisdictionEOF PIC X(1) VALUE "N".
    01 runDate PIC 9(08).
    01 keyedMonthText PIC X(06).
    01 taxMonth PIC 9(06).
    01 invoiceTable.
        05 invoiceEntry OCCURS 5000 TIMES.
            10 itInvoiceNumber PIC 9(06).
            10 itTaxJurisdiction PIC X(4).
    01 invoiceCount PIC 9(04) VALUE ZERO.
    01 invoiceIndex PIC 9(04).
    01 invoiceFound PIC 9(04).
    01 invoiceTableOverflow PIC X(1) VALUE "N".
    01 jurisdictionTable.
        05 jurisdictionEntry OCCURS 500 TIMES.
            10 jtJurisdictionCode PIC X(4).
            10 jtJurisdictionName PIC X(20).
            10 jtInvoiceCount PIC 9(04).
            10 jtTaxableGoods PIC 9(11)V99.
            10 jtExemptGoods PIC 9(11)V99.
            10 jtTaxBilled PIC 9(09)V99.
            10 jtTaxCredited PIC 9(09)V99.
    01 jurisdictionCount PIC 9(03) VALUE ZERO.
    01 jurisdictionIndex PIC 9(03).
    01 jurisdictionFound PIC 9(03).
    01 jurisdictionOverflow PIC X(1) VALUE "N".
    01 lookupJurisdiction PIC X(4).
    01 goodsAmount PIC 9(09)V99.
    01 rowTaxAmount PIC 9(07)V99.
    01 netTaxDue PIC S9(09)V99.
    01 totalTaxBilled PIC 9(11)V99 VALUE ZERO.
    01 totalTaxCredited PIC 9(11)V99 VALUE ZERO.
    01 totalNetTaxDue PIC S9(11)V99 VALUE ZERO.
    01 monthInvoiceCount PIC 9(05) VALUE ZERO.
    01 monthMemoCount PIC 9(05) VALUE ZERO.
    01 taxTitleLine PIC X(40)
        VALUE "SALES TAX COLLECTED REGISTER".
    01 taxMonthLine.
        05 FILLER PIC X(11) VALUE "TAX MONTH: ".
        05 tmlTaxMonth PIC 9999/99.
    01 jurisdictionLine1.
        05 jl1JurisdictionCode PIC X(4).
        05 FILLER PIC X(1) VALUE " ".
        05 jl1JurisdictionName PIC X(20).
        05 FILLER PIC X(5) VALUE " INV=".
        05 jl1InvoiceCount PIC Z(03)9.
        05 FILLER PIC X(9) VALUE " TAXABLE=".
        05 jl1TaxableGoods PIC $$$,$$$,$$9.99.
        05 FILLER PIC X(8) VALUE " EXEMPT=".
        05 jl1ExemptGoods PIC $$$,$$$,$$9.99.
    01 jurisdictionLine2.
        05 FILLER PIC X(16) VALUE "     TAX BILLED=".
        05 jl2TaxBilled PIC $$$,$$$,$$9.99.
        05 FILLER PIC X(10) VALUE " CREDITED=".
        05 jl2TaxCredited PIC $$$,$$$,$$9.99.
        05 FILLER PIC X(9) VALUE " NET DUE=".
        05 jl2NetTaxDue PIC $$$,$$$,$$9.99-.
    01 taxTotalLine.
        05 FILLER PIC X(16) VALUE "TOTAL TAX BILLED".
        05 FILLER PIC X(1) VALUE "=".
        05 ttlTaxBilled PIC $$$,$$$,$$9.99.
        05 FILLER PIC X(10) VALUE " CREDITED=".
        05 ttlTaxCredited PIC $$$,$$$,$$9.99.
        05 FILLER PIC X(9) VALUE " NET DUE=".
        05 ttlNetTaxDue PIC $$$,$$$,$$9.99-.
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 tlAmountWork PIC S9(09)V9(04).
    01 logProgramName PIC X(27) VALUE "SALES-TAX-REGISTER".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "SALES-TAX-REGISTER", operatorId
    ACCEPT runDate FROM DATE YYYYMMDD
    DISPLAY "Enter tax month (YYYYMM, blank for this month): "
    ACCEPT keyedMonthText
    IF keyedMonthText IS NUMERIC
        MOVE keyedMonthText TO taxMonth
    ELSE
        MOVE runDate (1:6) TO taxMonth
    END-IF
    PERFORM LoadJurisdictionNames
    PERFORM TallyInvoiceRegister
    MOVE SPACES TO tlInputs
    STRING "TAX MONTH " DELIMITED BY SIZE
        taxMonth DELIMITED BY SIZE
        INTO tlInputs
    END-STRING
    IF invoiceTableOverflow = "Y"
        DISPLAY "INVCREG.DAT HOLDS MORE THAN 5000 INVOICES - CREDIT "
            "MEMOS COULD NOT ALL BE PLACED - TAX REGISTER REFUSED - "
            "ARCHIVE PAID INVOICES FIRST"
        MOVE "REJECTED" TO logRunStatus
        MOVE "OVERFLOW" TO tlResultOut
    ELSE
        PERFORM TallyCreditMemos
        IF jurisdictionOverflow = "Y"
            DISPLAY "MORE THAN 500 TAX JURISDICTIONS ON TAXJUR.DAT "
                "AND THE MONTH'S INVOICES - TAX REGISTER REFUSED"
            MOVE "REJECTED" TO logRunStatus
            MOVE "OVERFLOW" TO tlResultOut
        ELSE
            PERFORM WriteTaxRegisterReport
            DISPLAY "Tax register for " taxMonth
                " written to TAXREG.RPT - " monthInvoiceCount
                " invoice(s), " monthMemoCount " memo(s)."
            MOVE totalNetTaxDue TO tlAmountWork
            CALL "FORMAT-AMOUNT-FOR-LOG" USING tlAmountWork,
                tlResultOut
        END-IF
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
LoadJurisdictionNames.
    MOVE ZERO TO jurisdictionCount
    MOVE "N" TO taxJurisdictionEOF
    OPEN INPUT taxJurisdictionFile
    IF taxJurisdictionStatus = "00"
        PERFORM AddOneJurisdictionName
            UNTIL taxJurisdictionEOF = "Y"
        CLOSE taxJurisdictionFile
    ELSE
        DISPLAY "No tax jurisdiction file on file."
    END-IF.
AddOneJurisdictionName.
    READ taxJurisdictionFile
        AT END MOVE "Y" TO taxJurisdictionEOF
        NOT AT END
            MOVE tjJurisdictionCode TO lookupJurisdiction
            PERFORM FindJurisdictionEntry
            IF jurisdictionFound > ZERO
                MOVE tjJurisdictionName
                    TO jtJurisdictionName (jurisdictionFound)
            END-IF
    END-READ.
FindJurisdictionEntry.
    IF lookupJurisdiction = SPACES
        MOVE "NONE" TO lookupJurisdiction
    END-IF
    MOVE ZERO TO jurisdictionFound
    PERFORM MatchOneJurisdiction
        VARYING jurisdictionIndex FROM 1 BY 1
        UNTIL jurisdictionIndex > jurisdictionCount
            OR jurisdictionFound > ZERO
    IF jurisdictionFound = ZERO AND jurisdictionCount = 500
        MOVE "Y" TO jurisdictionOverflow
    END-IF
    IF jurisdictionFound = ZERO AND jurisdictionCount < 500
        ADD 1 TO jurisdictionCount
        MOVE jurisdictionCount TO jurisdictionFound
        MOVE lookupJurisdiction
            TO jtJurisdictionCode (jurisdictionFound)
        IF lookupJurisdiction = "NONE"
            MOVE "NO JURISDICTION"
                TO jtJurisdictionName (jurisdictionFound)
        ELSE
            MOVE "*NOT ON TAXJUR.DAT*"
                TO jtJurisdictionName (jurisdictionFound)
        END-IF
        MOVE ZERO TO jtInvoiceCount (jurisdictionFound)
        MOVE ZERO TO jtTaxableGoods (jurisdictionFound)
        MOVE ZERO TO jtExemptGoods (jurisdictionFound)
        MOVE ZERO TO jtTaxBilled (jurisdictionFound)
        MOVE ZERO TO jtTaxCredited (jurisdictionFound)
    END-IF.
MatchOneJurisdiction.
    IF jtJurisdictionCode (jurisdictionIndex) = lookupJurisdiction
        MOVE jurisdictionIndex TO jurisdictionFound
    END-IF.
TallyInvoiceRegister.
    MOVE ZERO TO invoiceCount
    MOVE "N" TO invoiceRegisterEOF
    OPEN INPUT invoiceRegisterFile
    IF invoiceRegisterStatus = "00"
        PERFORM TallyOneInvoice
            UNTIL invoiceRegisterEOF = "Y"
                OR invoiceTableOverflow = "Y"
        CLOSE invoiceRegisterFile
    ELSE
        DISPLAY "No invoice register on file."
    END-IF.
TallyOneInvoice.
    READ invoiceRegisterFile
        AT END MOVE "Y" TO invoiceRegisterEOF
        NOT AT END
            IF ivTaxAmount IS NUMERIC
                MOVE ivTaxAmount TO rowTaxAmount
            ELSE
                MOVE ZERO TO rowTaxAmount
                MOVE SPACES TO ivTaxJurisdiction
            END-IF
            IF invoiceCount < 5000
                ADD 1 TO invoiceCount
                MOVE ivInvoiceNumber
                    TO itInvoiceNumber (invoiceCount)
                MOVE ivTaxJurisdiction
                    TO itTaxJurisdiction (invoiceCount)
            ELSE
                MOVE "Y" TO invoiceTableOverflow
            END-IF
            IF ivInvoiceDate (1:6) = taxMonth
                ADD 1 TO monthInvoiceCount
                MOVE ivTaxJurisdiction TO lookupJurisdiction
                PERFORM FindJurisdictionEntry
                IF jurisdictionFound > ZERO
                    COMPUTE goodsAmount =
                        ivInvoiceAmount - rowTaxAmount
                    ADD 1 TO jtInvoiceCount (jurisdictionFound)
                    IF rowTaxAmount > ZERO
                        ADD goodsAmount
                            TO jtTaxableGoods (jurisdictionFound)
                    ELSE
                        ADD goodsAmount
                            TO jtExemptGoods (jurisdictionFound)
                    END-IF
                    ADD rowTaxAmount
                        TO jtTaxBilled (jurisdictionFound)
                END-IF
            END-IF
    END-READ.
TallyCreditMemos.
    MOVE "N" TO creditMemoEOF
    OPEN INPUT creditMemoFile
    IF creditMemoStatus = "00"
        PERFORM TallyOneMemo UNTIL creditMemoEOF = "Y"
        CLOSE creditMemoFile
    END-IF.
TallyOneMemo.
    READ creditMemoFile
        AT END MOVE "Y" TO creditMemoEOF
        NOT AT END
            IF cnMemoDate (1:6) = taxMonth
                AND cnTaxAmount IS NUMERIC
                AND cnTaxAmount > ZERO
                ADD 1 TO monthMemoCount
                MOVE ZERO TO invoiceFound
                PERFORM MatchOneMemoInvoice
                    VARYING invoiceIndex FROM 1 BY 1
                    UNTIL invoiceIndex > invoiceCount
                        OR invoiceFound > ZERO
                IF invoiceFound > ZERO
                    MOVE itTaxJurisdiction (invoiceFound)
                        TO lookupJurisdiction
                ELSE
                    MOVE SPACES TO lookupJurisdiction
                END-IF
                PERFORM FindJurisdictionEntry
                IF jurisdictionFound > ZERO
                    ADD cnTaxAmount
                        TO jtTaxCredited (jurisdictionFound)
                END-IF
            END-IF
    END-READ.
MatchOneMemoInvoice.
    IF itInvoiceNumber (invoiceIndex) = cnInvoiceNumber
        MOVE invoiceIndex TO invoiceFound
    END-IF.
WriteTaxRegisterReport.
    OPEN OUTPUT taxRegisterReportFile
    WRITE taxRegisterReportRecord FROM taxTitleLine
    MOVE taxMonth TO tmlTaxMonth
    WRITE taxRegisterReportRecord FROM taxMonthLine
    PERFORM WriteOneJurisdictionBlock
        VARYING jurisdictionIndex FROM 1 BY 1
        UNTIL jurisdictionIndex > jurisdictionCount
    COMPUTE totalNetTaxDue = totalTaxBilled - totalTaxCredited
    MOVE totalTaxBilled TO ttlTaxBilled
    MOVE totalTaxCredited TO ttlTaxCredited
    MOVE totalNetTaxDue TO ttlNetTaxDue
    WRITE taxRegisterReportRecord FROM taxTotalLine
    CLOSE taxRegisterReportFile.
WriteOneJurisdictionBlock.
    IF jtInvoiceCount (jurisdictionIndex) > ZERO
        OR jtTaxCredited (jurisdictionIndex) > ZERO
        COMPUTE netTaxDue = jtTaxBilled (jurisdictionIndex)
            - jtTaxCredited (jurisdictionIndex)
        MOVE jtJurisdictionCode (jurisdictionIndex)
            TO jl1JurisdictionCode
        MOVE jtJurisdictionName (jurisdictionIndex)
            TO jl1JurisdictionName
        MOVE jtInvoiceCount (jurisdictionIndex) TO jl1InvoiceCount
        MOVE jtTaxableGoods (jurisdictionIndex) TO jl1TaxableGoods
        MOVE jtExemptGoods (jurisdictionIndex) TO jl1ExemptGoods
        WRITE taxRegisterReportRecord FROM jurisdictionLine1
        MOVE jtTaxBilled (jurisdictionIndex) TO jl2TaxBilled
        MOVE jtTaxCredited (jurisdictionIndex) TO jl2TaxCredited
        MOVE netTaxDue TO jl2NetTaxDue
        WRITE taxRegisterReportRecord FROM jurisdictionLine2
        ADD jtTaxBilled (jurisdictionIndex) TO totalTaxBilled
        ADD jtTaxCredited (jurisdictionIndex) TO totalTaxCredited
    END-IF.
