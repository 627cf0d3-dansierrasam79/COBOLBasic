*> Vendor-invoice entry with a three-way match to the uniform POs.
*> UNIFORM-PURCHASE-ORDER raises POs onto POREG.DAT and records the
*> deliveries, but when the vendor's invoice arrived nobody checked it
*> against what was ordered and received before it was paid. The
*> (E)nter mode keys a vendor invoice - vendor, the vendor's invoice
*> number (refused if already vouchered), invoice date - and its lines
*> by PO number and size, each line matched against the PO line on
*> the register: the quantity billed so far against the quantity
*> ordered and the quantity received, and the unit price against the
*> price agreed on the order. Differences within the AP-MATCH-TOL
*> control row in CTLLIMIT.DAT (value 1 = price percent, default 2;
*> value 2 = quantity percent, default 0) pass; anything beyond puts
*> the whole voucher on hold. Every line and its result prints to
*> APMATCH.RPT and is kept on APVLINE.DAT. The voucher is numbered
*> from the APVSEQ.DAT counter, dated due from the vendor's payment
*> terms on VENDMAST.DAT (default 30 days), and filed on the open-
*> payables file APOPEN.DAT (shared layout APOPEN.cpy), which is
*> kept in due-date order. An approved voucher's quantities are
*> posted to the PO lines' invoiced quantity at once so the same
*> delivery can't be billed twice. The (R)elease mode lets an
*> operator with the approver flag on OPERAUTH.DAT - who must not be
*> the one who keyed the invoice - approve or reject a held voucher,
*> the same second pair of eyes CHANGE-APPROVAL applies; (P)ay list
*> prints APPAY.RPT, the approved vouchers falling due within the
*> AP-PAY-DAYS control row (value 1 = days ahead, default 7) for the
*> weekly cheque run, and marks them paid once the run is confirmed.
*> A PO line keyed more than once on the same invoice is now matched
*> on everything billed against it - the quantity already invoiced
*> plus the earlier lines of this invoice for the same PO line plus
*> the line being keyed - so splitting a quantity over several lines
*> no longer slips it past the ordered and received checks.
IDENTIFICATION DIVISION.
PROGRAM-ID. VENDOR-INVOICE-MATCH.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT poRegisterFile ASSIGN TO "POREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS poRegisterStatus.
    SELECT vendorMasterFile ASSIGN TO "VENDMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS vendorMasterStatus.
    SELECT openPayableFile ASSIGN TO "APOPEN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS openPayableStatus.
    SELECT voucherLineFile ASSIGN TO "APVLINE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS voucherLineStatus.
    SELECT voucherSequenceFile ASSIGN TO "APVSEQ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS voucherSequenceStatus.
    SELECT ctlLimitFile ASSIGN TO "CTLLIMIT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ctlLimitFileStatus.
    SELECT operAuthFile ASSIGN TO "OPERAUTH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS operAuthStatus.
    SELECT matchReportFile ASSIGN TO "APMATCH.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT payListFile ASSIGN TO "APPAY.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  poRegisterFile.
COPY "POREG.cpy".
FD  vendorMasterFile.
COPY "VENDMAST.cpy".
FD  openPayableFile.
COPY "APOPEN.cpy".
FD  voucherLineFile.
01 voucherLineRecord.
    05 vlVoucherNumber PIC 9(06).
    05 vlPoNumber PIC 9(06).
    05 vlSizeLabel PIC X(3).
    05 vlQtyInvoiced PIC 9(04).
    05 vlUnitPrice PIC 9(05)V99.
    05 vlMatchResult PIC X(20).
FD  voucherSequenceFile.
01 voucherSequenceRecord.
    05 vsLastVoucherNumber PIC 9(06).
FD  ctlLimitFile.
COPY "CTLLIMIT.cpy".
FD  operAuthFile.
01 operAuthRecord.
    05 oaOperatorId PIC X(08).
    05 oaUtilityFlags PIC X(31).
    05 oaPeriodCloseFlag PIC X(1).
    05 oaApproverFlag PIC X(1).
FD  matchReportFile.
01 matchReportRecord PIC X(100).
FD  payListFile.
01 payListRecord PIC X(100).
WORKING-STORAGE SECTION.
    01 poRegisterStatus PIC X(2) VALUE "00".
    01 vendorMasterStatus PIC X(2) VALUE "00".
    01 openPayableStatus PIC X(2) VALUE "00".
    01 voucherLineStatus PIC X(2) VALUE "00".
    01 voucherSequenceStatus PIC X(2) VALUE "00".
    01 ctlLimitFileStatus PIC X(2) VALUE "00".
    01 operAuthStatus PIC X(2) VALUE "00".
    01 poRegisterEOF PIC X(1) VALUE "N".
    01 vendorMasterEOF PIC X(1) VALUE "N".
    01 openPayableEOF PIC X(1) VALUE "N".
    01 voucherLineEOF PIC X(1) VALUE "N".
    01 ctlLimitEOF PIC X(1) VALUE "N".
    01 operAuthEOF PIC X(1) VALUE "N".
    01 runMode PIC X(1).
    01 runDate PIC 9(08).
    01 registerTable.
        05 registerEntry OCCURS 200 TIMES.
            10 rgPoNumber PIC 9(06).
            10 rgVendorCode PIC X(4).
            10 rgOrderDate PIC 9(08).
            10 rgSizeLabel PIC X(3).
            10 rgQtyOrdered PIC 9(04).
            10 rgQtyReceived PIC 9(04).
            10 rgStatus PIC X(1).
            10 rgUnitPrice PIC 9(05)V99.
            10 rgQtyInvoiced PIC 9(04).
    01 registerCount PIC 9(03) VALUE ZERO.
    01 registerIndex PIC 9(03).
    01 registerFound PIC 9(03).
    01 registerOverflow PIC X(1) VALUE "N".
    01 registerChanged PIC X(1) VALUE "N".
    01 vendorTable.
        05 vendorEntry OCCURS 50 TIMES.
            10 vdVendorCode PIC X(4).
            10 vdVendorName PIC X(20).
            10 vdPaymentTermsDays PIC 9(03).
    01 vendorCount PIC 99 VALUE ZERO.
    01 vendorIndex PIC 99.
    01 vendorFound PIC 99.
    01 payableTable.
        05 payableEntry OCCURS 300 TIMES.
            10 pyVoucherNumber PIC 9(06).
            10 pyVendorCode PIC X(4).
            10 pyVendorInvoice PIC X(12).
            10 pyInvoiceDate PIC 9(08).
            10 pyDueDate PIC 9(08).
            10 pyInvoiceAmount PIC 9(09)V99.
            10 pyStatus PIC X(1).
            10 pyHoldReason PIC X(20).
            10 pyEnteredBy PIC X(08).
            10 pyApprovedBy PIC X(08).
    01 payableCount PIC 9(03) VALUE ZERO.
    01 payableIndex PIC 9(03).
    01 payableFound PIC 9(03).
    01 payableOverflow PIC X(1) VALUE "N".
    01 payableChanged PIC X(1) VALUE "N".
    01 insertPosition PIC 9(03).
    01 pendingLineTable.
        05 pendingLineEntry OCCURS 30 TIMES.
            10 plPoNumber PIC 9(06).
            10 plSizeLabel PIC X(3).
            10 plQtyInvoiced PIC 9(04).
            10 plUnitPrice PIC 9(05)V99.
            10 plRegisterFound PIC 9(03).
            10 plMatchResult PIC X(20).
    01 pendingLineCount PIC 99 VALUE ZERO.
    01 pendingLineIndex PIC 99.
    01 priceTolerance PIC 9(03)V99 VALUE 2.
    01 quantityTolerance PIC 9(03)V99 VALUE ZERO.
    01 payAheadDays PIC 9(03) VALUE 7.
    01 ctlRunDate PIC 9(08).
    01 ctlBestEffectiveDate PIC 9(08) VALUE ZERO.
    01 ctlRowFound PIC X(1) VALUE "N".
    01 payBestEffectiveDate PIC 9(08) VALUE ZERO.
    01 payRowFound PIC X(1) VALUE "N".
    01 operatorAuthorized PIC X(1) VALUE "N".
    01 authMatrixDeployed PIC X(1) VALUE "N".
    01 keepGoing PIC X(1) VALUE "Y".
    01 moreLines PIC X(1) VALUE "Y".
    01 keyedVendorCode PIC X(4).
    01 keyedVendorInvoice PIC X(12).
    01 keyedDateText PIC X(08).
    01 keyedInvoiceDate PIC 9(08).
    01 keyedPoNumber PIC 9(06).
    01 keyedSizeLabel PIC X(3).
    01 keyedQtyText PIC X(04).
    01 keyedQtyInvoiced PIC 9(04).
    01 keyedPriceText PIC X(07).
    01 keyedUnitPrice PIC 9(05)V99.
    01 keyedVoucherNumber PIC 9(06).
    01 keyedDecision PIC X(1).
    01 confirmPaid PIC X(1).
    01 duplicateInvoice PIC X(1).
    01 voucherHeld PIC X(1).
    01 voucherHoldReason PIC X(20).
    01 voucherNumber PIC 9(06) VALUE ZERO.
    01 voucherAmount PIC 9(09)V99.
    01 lineAmount PIC 9(09)V99.
    01 lineMatchResult PIC X(20).
    01 billedQuantity PIC 9(06).
    01 keyedSoFarQuantity PIC 9(06).
    01 allowedQuantity PIC 9(05)V99.
    01 priceDifference PIC 9(05)V99.
    01 priceDifferencePct PIC 9(05)V99.
    01 dueDate PIC 9(08).
    01 dateIntegerWork PIC 9(08).
    01 payThroughDate PIC 9(08).
    01 enteredCount PIC 9(03) VALUE ZERO.
    01 heldCount PIC 9(03) VALUE ZERO.
    01 decisionCount PIC 9(03) VALUE ZERO.
    01 payListCount PIC 9(03) VALUE ZERO.
    01 payListTotal PIC 9(11)V99 VALUE ZERO.
    01 vendorNameHeld PIC X(20).
    01 matchTitleLine PIC X(40)
        VALUE "VENDOR INVOICE THREE-WAY MATCH".
    01 matchHeadLine.
        05 FILLER PIC X(8) VALUE "VOUCHER ".
        05 mhlVoucherNumber PIC 9(06).
        05 FILLER PIC X(8) VALUE " VENDOR ".
        05 mhlVendorCode PIC X(4).
        05 FILLER PIC X(10) VALUE " INVOICE ".
        05 mhlVendorInvoice PIC X(12).
        05 FILLER PIC X(5) VALUE " DUE ".
        05 mhlDueDate PIC 9999/99/99.
    01 matchDetailLine.
        05 FILLER PIC X(5) VALUE "  PO ".
        05 mdlPoNumber PIC 9(06).
        05 FILLER PIC X(6) VALUE " SIZE ".
        05 mdlSizeLabel PIC X(3).
        05 FILLER PIC X(5) VALUE " QTY=".
        05 mdlQtyInvoiced PIC Z(03)9.
        05 FILLER PIC X(7) VALUE " PRICE=".
        05 mdlUnitPrice PIC $$,$$9.99.
        05 FILLER PIC X(6) VALUE " AGRD=".
        05 mdlAgreedPrice PIC $$,$$9.99.
        05 FILLER PIC X(1) VALUE " ".
        05 mdlMatchResult PIC X(20).
    01 matchTotalLine.
        05 FILLER PIC X(9) VALUE "  AMOUNT=".
        05 mtlAmount PIC $$$,$$$,$$9.99.
        05 FILLER PIC X(9) VALUE " STATUS=".
        05 mtlStatus PIC X(8).
        05 FILLER PIC X(1) VALUE " ".
        05 mtlHoldReason PIC X(20).
    01 payTitleLine.
        05 FILLER PIC X(28) VALUE "APPROVED TO PAY - DUE BY ".
        05 ptlPayThroughDate PIC 9999/99/99.
    01 payDetailLine.
        05 pdlDueDate PIC 9999/99/99.
        05 FILLER PIC X(1) VALUE " ".
        05 pdlVoucherNumber PIC 9(06).
        05 FILLER PIC X(1) VALUE " ".
        05 pdlVendorCode PIC X(4).
        05 FILLER PIC X(1) VALUE " ".
        05 pdlVendorName PIC X(20).
        05 FILLER PIC X(5) VALUE " INV ".
        05 pdlVendorInvoice PIC X(12).
        05 FILLER PIC X(1) VALUE " ".
        05 pdlAmount PIC $$$,$$$,$$9.99.
    01 payTotalLine.
        05 FILLER PIC X(10) VALUE "VOUCHERS=".
        05 pylCount PIC Z(03)9.
        05 FILLER PIC X(14) VALUE " TOTAL TO PAY=".
        05 pylTotal PIC $$$,$$$,$$$,$$9.99.
    01 heldListLine.
        05 hllVoucherNumber PIC 9(06).
        05 FILLER PIC X(1) VALUE " ".
        05 hllVendorCode PIC X(4).
        05 FILLER PIC X(1) VALUE " ".
        05 hllVendorInvoice PIC X(12).
        05 FILLER PIC X(5) VALUE " AMT=".
        05 hllAmount PIC $$$,$$$,$$9.99.
        05 FILLER PIC X(1) VALUE " ".
        05 hllHoldReason PIC X(20).
        05 FILLER PIC X(4) VALUE " BY ".
        05 hllEnteredBy PIC X(08).
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27) VALUE "VENDOR-INVOICE-MATCH".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "VENDOR-INVOICE-MATCH", operatorId
    ACCEPT runDate FROM DATE YYYYMMDD
    PERFORM LoadPayableFile
    DISPLAY "(E)nter vendor invoices, (R)elease held vouchers or "
        "(P)ay list: "
    ACCEPT runMode
    IF payableOverflow = "Y"
        DISPLAY "APOPEN.DAT OVERFLOWS THE WORK TABLE - REFUSED - "
            "ARCHIVE PAID VOUCHERS FIRST"
        MOVE "REJECTED" TO logRunStatus
        MOVE "VENDOR INVOICES" TO tlInputs
        MOVE "OVERFLOW" TO tlResultOut
    ELSE
    EVALUATE runMode
        WHEN "E" WHEN "e"
            PERFORM EnterInvoicesProcedure
            MOVE "VENDOR INVOICES" TO tlInputs
            MOVE SPACES TO tlResultOut
            STRING "ENTERED=" DELIMITED BY SIZE
                enteredCount DELIMITED BY SIZE
                " HELD=" DELIMITED BY SIZE
                heldCount DELIMITED BY SIZE
                INTO tlResultOut
            END-STRING
        WHEN "R" WHEN "r"
            PERFORM ReleaseHeldProcedure
            MOVE "HELD VOUCHERS" TO tlInputs
            MOVE SPACES TO tlResultOut
            STRING "DECISIONS=" DELIMITED BY SIZE
                decisionCount DELIMITED BY SIZE
                INTO tlResultOut
            END-STRING
        WHEN OTHER
            PERFORM PayListProcedure
            MOVE "PAY LIST" TO tlInputs
            MOVE SPACES TO tlResultOut
            STRING "VOUCHERS=" DELIMITED BY SIZE
                payListCount DELIMITED BY SIZE
                INTO tlResultOut
            END-STRING
    END-EVALUATE
    IF payableChanged = "Y"
        PERFORM RewritePayableFile
    END-IF
    IF registerChanged = "Y"
        PERFORM RewritePoRegister
    END-IF
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
LoadPayableFile.
    MOVE ZERO TO payableCount
    MOVE "N" TO openPayableEOF
    MOVE "N" TO payableOverflow
    OPEN INPUT openPayableFile
    IF openPayableStatus = "00"
        PERFORM ReadPayableRecord
        PERFORM AddPayableEntry
            UNTIL openPayableEOF = "Y" OR payableCount = 300
        IF openPayableEOF NOT = "Y"
            MOVE "Y" TO payableOverflow
        END-IF
        CLOSE openPayableFile
    END-IF.
ReadPayableRecord.
    READ openPayableFile
        AT END MOVE "Y" TO openPayableEOF
    END-READ.
AddPayableEntry.
    ADD 1 TO payableCount
    MOVE apVoucherNumber TO pyVoucherNumber (payableCount)
    MOVE apVendorCode TO pyVendorCode (payableCount)
    MOVE apVendorInvoice TO pyVendorInvoice (payableCount)
    MOVE apInvoiceDate TO pyInvoiceDate (payableCount)
    MOVE apDueDate TO pyDueDate (payableCount)
    MOVE apInvoiceAmount TO pyInvoiceAmount (payableCount)
    MOVE apStatus TO pyStatus (payableCount)
    MOVE apHoldReason TO pyHoldReason (payableCount)
    MOVE apEnteredBy TO pyEnteredBy (payableCount)
    MOVE apApprovedBy TO pyApprovedBy (payableCount)
    PERFORM ReadPayableRecord.
RewritePayableFile.
    OPEN OUTPUT openPayableFile
    PERFORM WriteOnePayableRecord
        VARYING payableIndex FROM 1 BY 1
        UNTIL payableIndex > payableCount
    CLOSE openPayableFile
    DISPLAY "APOPEN.DAT rewritten.".
WriteOnePayableRecord.
    MOVE pyVoucherNumber (payableIndex) TO apVoucherNumber
    MOVE pyVendorCode (payableIndex) TO apVendorCode
    MOVE pyVendorInvoice (payableIndex) TO apVendorInvoice
    MOVE pyInvoiceDate (payableIndex) TO apInvoiceDate
    MOVE pyDueDate (payableIndex) TO apDueDate
    MOVE pyInvoiceAmount (payableIndex) TO apInvoiceAmount
    MOVE pyStatus (payableIndex) TO apStatus
    MOVE pyHoldReason (payableIndex) TO apHoldReason
    MOVE pyEnteredBy (payableIndex) TO apEnteredBy
    MOVE pyApprovedBy (payableIndex) TO apApprovedBy
    WRITE openPayableRecord.
LoadPoRegister.
    MOVE ZERO TO registerCount
    MOVE "N" TO poRegisterEOF
    MOVE "N" TO registerOverflow
    OPEN INPUT poRegisterFile
    IF poRegisterStatus = "00"
        PERFORM ReadPoRegisterRecord
        PERFORM AddPoRegisterEntry
            UNTIL poRegisterEOF = "Y" OR registerCount = 200
        IF poRegisterEOF NOT = "Y"
            MOVE "Y" TO registerOverflow
        END-IF
        CLOSE poRegisterFile
    ELSE
        DISPLAY "PO register not available."
    END-IF.
ReadPoRegisterRecord.
    READ poRegisterFile
        AT END MOVE "Y" TO poRegisterEOF
    END-READ.
AddPoRegisterEntry.
    ADD 1 TO registerCount
    MOVE poPoNumber TO rgPoNumber (registerCount)
    MOVE poVendorCode TO rgVendorCode (registerCount)
    MOVE poOrderDate TO rgOrderDate (registerCount)
    MOVE poSizeLabel TO rgSizeLabel (registerCount)
    MOVE poQtyOrdered TO rgQtyOrdered (registerCount)
    MOVE poQtyReceived TO rgQtyReceived (registerCount)
    MOVE poStatus TO rgStatus (registerCount)
    IF poUnitPrice IS NUMERIC
        MOVE poUnitPrice TO rgUnitPrice (registerCount)
    ELSE
        MOVE ZERO TO rgUnitPrice (registerCount)
    END-IF
    IF poQtyInvoiced IS NUMERIC
        MOVE poQtyInvoiced TO rgQtyInvoiced (registerCount)
    ELSE
        MOVE ZERO TO rgQtyInvoiced (registerCount)
    END-IF
    PERFORM ReadPoRegisterRecord.
RewritePoRegister.
    OPEN OUTPUT poRegisterFile
    PERFORM WriteOnePoRegisterRow
        VARYING registerIndex FROM 1 BY 1
        UNTIL registerIndex > registerCount
    CLOSE poRegisterFile
    DISPLAY "POREG.DAT rewritten.".
WriteOnePoRegisterRow.
    MOVE rgPoNumber (registerIndex) TO poPoNumber
    MOVE rgVendorCode (registerIndex) TO poVendorCode
    MOVE rgOrderDate (registerIndex) TO poOrderDate
    MOVE rgSizeLabel (registerIndex) TO poSizeLabel
    MOVE rgQtyOrdered (registerIndex) TO poQtyOrdered
    MOVE rgQtyReceived (registerIndex) TO poQtyReceived
    MOVE rgStatus (registerIndex) TO poStatus
    MOVE rgUnitPrice (registerIndex) TO poUnitPrice
    MOVE rgQtyInvoiced (registerIndex) TO poQtyInvoiced
    WRITE poRegisterRecord.
LoadVendorMaster.
    MOVE ZERO TO vendorCount
    MOVE "N" TO vendorMasterEOF
    OPEN INPUT vendorMasterFile
    IF vendorMasterStatus = "00"
        PERFORM ReadVendorRecord
        PERFORM AddVendorEntry
            UNTIL vendorMasterEOF = "Y" OR vendorCount = 50
        CLOSE vendorMasterFile
    ELSE
        DISPLAY "Vendor master not available."
    END-IF.
ReadVendorRecord.
    READ vendorMasterFile
        AT END MOVE "Y" TO vendorMasterEOF
    END-READ.
AddVendorEntry.
    ADD 1 TO vendorCount
    MOVE vnVendorCode TO vdVendorCode (vendorCount)
    MOVE vnVendorName TO vdVendorName (vendorCount)
    IF vnPaymentTermsDays IS NUMERIC
        MOVE vnPaymentTermsDays TO vdPaymentTermsDays (vendorCount)
    ELSE
        MOVE 30 TO vdPaymentTermsDays (vendorCount)
    END-IF
    PERFORM ReadVendorRecord.
FindVendorEntry.
    MOVE ZERO TO vendorFound
    PERFORM MatchOneVendor
        VARYING vendorIndex FROM 1 BY 1
        UNTIL vendorIndex > vendorCount
            OR vendorFound > ZERO.
MatchOneVendor.
    IF vdVendorCode (vendorIndex) = keyedVendorCode
        MOVE vendorIndex TO vendorFound
    END-IF.
LoadControlRows.
    ACCEPT ctlRunDate FROM DATE YYYYMMDD
    MOVE "N" TO ctlLimitEOF
    OPEN INPUT ctlLimitFile
    IF ctlLimitFileStatus = "00"
        PERFORM FindControlRows UNTIL ctlLimitEOF = "Y"
        CLOSE ctlLimitFile
    END-IF.
FindControlRows.
    READ ctlLimitFile
        AT END MOVE "Y" TO ctlLimitEOF
        NOT AT END
            IF CTL-EFFECTIVE-DATE IS NOT NUMERIC
                MOVE ZERO TO CTL-EFFECTIVE-DATE
            END-IF
            IF CTL-CHECK-NAME = "AP-MATCH-TOL"
                AND CTL-EFFECTIVE-DATE <= ctlRunDate
                AND (ctlRowFound = "N"
                    OR CTL-EFFECTIVE-DATE >= ctlBestEffectiveDate)
                MOVE CTL-LIMIT-VALUE-1 TO priceTolerance
                MOVE CTL-LIMIT-VALUE-2 TO quantityTolerance
                MOVE CTL-EFFECTIVE-DATE TO ctlBestEffectiveDate
                MOVE "Y" TO ctlRowFound
            END-IF
            IF CTL-CHECK-NAME = "AP-PAY-DAYS"
                AND CTL-EFFECTIVE-DATE <= ctlRunDate
                AND (payRowFound = "N"
                    OR CTL-EFFECTIVE-DATE >= payBestEffectiveDate)
                MOVE CTL-LIMIT-VALUE-1 TO payAheadDays
                MOVE CTL-EFFECTIVE-DATE TO payBestEffectiveDate
                MOVE "Y" TO payRowFound
            END-IF
    END-READ.
EnterInvoicesProcedure.
    PERFORM LoadControlRows
    PERFORM LoadVendorMaster
    PERFORM LoadPoRegister
    IF registerOverflow = "Y"
        DISPLAY "POREG.DAT OVERFLOWS THE WORK TABLE - ENTRY "
            "REFUSED - ARCHIVE CLOSED ORDERS FIRST"
        MOVE "REJECTED" TO logRunStatus
    ELSE
        OPEN OUTPUT matchReportFile
        WRITE matchReportRecord FROM matchTitleLine
        PERFORM EnterOneVendorInvoice UNTIL keepGoing NOT = "Y"
        CLOSE matchReportFile
        DISPLAY enteredCount " voucher(s) entered, " heldCount
            " held - match detail on APMATCH.RPT"
    END-IF.
EnterOneVendorInvoice.
    DISPLAY "Enter vendor code (blank to finish): "
    ACCEPT keyedVendorCode
    IF keyedVendorCode = SPACES
        MOVE "N" TO keepGoing
    ELSE
        PERFORM FindVendorEntry
        IF vendorFound = ZERO
            DISPLAY "Vendor not on VENDMAST.DAT."
        ELSE
            DISPLAY "Enter vendor's invoice number: "
            ACCEPT keyedVendorInvoice
            PERFORM CheckDuplicateInvoice
            IF duplicateInvoice = "Y"
                DISPLAY "Invoice " keyedVendorInvoice
                    " from " keyedVendorCode
                    " is already vouchered - refused."
            ELSE
            IF payableCount = 300
                DISPLAY "Open-payables table is full."
            ELSE
                PERFORM KeyInvoiceDetail
            END-IF
            END-IF
        END-IF
    END-IF.
CheckDuplicateInvoice.
    MOVE "N" TO duplicateInvoice
    PERFORM MatchOneDuplicate
        VARYING payableIndex FROM 1 BY 1
        UNTIL payableIndex > payableCount
            OR duplicateInvoice = "Y".
MatchOneDuplicate.
    IF pyVendorCode (payableIndex) = keyedVendorCode
        AND pyVendorInvoice (payableIndex) = keyedVendorInvoice
        AND pyStatus (payableIndex) NOT = "R"
        MOVE "Y" TO duplicateInvoice
    END-IF.
KeyInvoiceDetail.
    DISPLAY "Enter invoice date (YYYYMMDD, blank for today): "
    ACCEPT keyedDateText
    IF keyedDateText IS NUMERIC
        MOVE keyedDateText TO keyedInvoiceDate
    ELSE
        MOVE runDate TO keyedInvoiceDate
    END-IF
    MOVE ZERO TO pendingLineCount
    MOVE ZERO TO voucherAmount
    MOVE "N" TO voucherHeld
    MOVE SPACES TO voucherHoldReason
    MOVE "Y" TO moreLines
    PERFORM KeyOneInvoiceLine UNTIL moreLines NOT = "Y"
    IF pendingLineCount = ZERO
        DISPLAY "No lines keyed - invoice not vouchered."
    ELSE
        PERFORM FileOneVoucher
    END-IF.
KeyOneInvoiceLine.
    DISPLAY "Enter PO number (0 to finish the invoice): "
    ACCEPT keyedPoNumber
    IF keyedPoNumber = ZERO OR pendingLineCount = 30
        MOVE "N" TO moreLines
    ELSE
        DISPLAY "Enter size label: "
        ACCEPT keyedSizeLabel
        DISPLAY "Enter quantity invoiced (4 digits): "
        ACCEPT keyedQtyText
        DISPLAY "Enter unit price invoiced (7 digits, 12.50 as "
            "0001250): "
        ACCEPT keyedPriceText
        IF keyedQtyText IS NOT NUMERIC
            OR keyedPriceText IS NOT NUMERIC
            DISPLAY "Quantity or price not numeric - line "
                "not taken."
        ELSE
            MOVE keyedQtyText TO keyedQtyInvoiced
            MOVE keyedPriceText TO keyedUnitPrice (1:7)
            PERFORM MatchOneInvoiceLine
        END-IF
    END-IF.
MatchOneInvoiceLine.
    MOVE ZERO TO registerFound
    PERFORM MatchOnePoLine
        VARYING registerIndex FROM 1 BY 1
        UNTIL registerIndex > registerCount
            OR registerFound > ZERO
    MOVE "MATCHED" TO lineMatchResult
    IF registerFound = ZERO
        MOVE "NO PO LINE" TO lineMatchResult
    ELSE
        MOVE ZERO TO keyedSoFarQuantity
        PERFORM AddOnePendingQuantity
            VARYING pendingLineIndex FROM 1 BY 1
            UNTIL pendingLineIndex > pendingLineCount
        COMPUTE billedQuantity = rgQtyInvoiced (registerFound)
            + keyedSoFarQuantity + keyedQtyInvoiced
        COMPUTE allowedQuantity = rgQtyOrdered (registerFound)
            * (100 + quantityTolerance) / 100
        IF billedQuantity > allowedQuantity
            MOVE "QTY OVER ORDERED" TO lineMatchResult
        ELSE
            COMPUTE allowedQuantity = rgQtyReceived (registerFound)
                * (100 + quantityTolerance) / 100
            IF billedQuantity > allowedQuantity
                MOVE "QTY NOT RECEIVED" TO lineMatchResult
            ELSE
                PERFORM CheckLinePrice
            END-IF
        END-IF
    END-IF
    IF lineMatchResult NOT = "MATCHED"
        IF voucherHeld = "N"
            MOVE "Y" TO voucherHeld
            MOVE lineMatchResult TO voucherHoldReason
        END-IF
    END-IF
    COMPUTE lineAmount = keyedQtyInvoiced * keyedUnitPrice
    ADD lineAmount TO voucherAmount
    ADD 1 TO pendingLineCount
    MOVE keyedPoNumber TO plPoNumber (pendingLineCount)
    MOVE keyedSizeLabel TO plSizeLabel (pendingLineCount)
    MOVE keyedQtyInvoiced TO plQtyInvoiced (pendingLineCount)
    MOVE keyedUnitPrice TO plUnitPrice (pendingLineCount)
    MOVE registerFound TO plRegisterFound (pendingLineCount)
    MOVE lineMatchResult TO plMatchResult (pendingLineCount)
    DISPLAY "Line " pendingLineCount ": " lineMatchResult.
AddOnePendingQuantity.
    IF plRegisterFound (pendingLineIndex) = registerFound
        ADD plQtyInvoiced (pendingLineIndex) TO keyedSoFarQuantity
    END-IF.
MatchOnePoLine.
    IF rgPoNumber (registerIndex) = keyedPoNumber
        AND rgSizeLabel (registerIndex) = keyedSizeLabel
        AND rgVendorCode (registerIndex) = keyedVendorCode
        MOVE registerIndex TO registerFound
    END-IF.
CheckLinePrice.
    IF rgUnitPrice (registerFound) = ZERO
        MOVE "NO AGREED PRICE" TO lineMatchResult
    ELSE
        IF keyedUnitPrice > rgUnitPrice (registerFound)
            COMPUTE priceDifference = keyedUnitPrice
                - rgUnitPrice (registerFound)
        ELSE
            COMPUTE priceDifference = rgUnitPrice (registerFound)
                - keyedUnitPrice
        END-IF
        COMPUTE priceDifferencePct ROUNDED = priceDifference * 100
            / rgUnitPrice (registerFound)
        IF priceDifferencePct > priceTolerance
            MOVE "PRICE MISMATCH" TO lineMatchResult
        END-IF
    END-IF.
FileOneVoucher.
    PERFORM AssignVoucherNumber
    COMPUTE dateIntegerWork =
        FUNCTION INTEGER-OF-DATE(keyedInvoiceDate)
        + vdPaymentTermsDays (vendorFound)
    COMPUTE dueDate = FUNCTION DATE-OF-INTEGER(dateIntegerWork)
    PERFORM FindInsertPosition
    PERFORM ShiftPayablesUp
        VARYING payableIndex FROM payableCount BY -1
        UNTIL payableIndex < insertPosition
    ADD 1 TO payableCount
    MOVE voucherNumber TO pyVoucherNumber (insertPosition)
    MOVE keyedVendorCode TO pyVendorCode (insertPosition)
    MOVE keyedVendorInvoice TO pyVendorInvoice (insertPosition)
    MOVE keyedInvoiceDate TO pyInvoiceDate (insertPosition)
    MOVE dueDate TO pyDueDate (insertPosition)
    MOVE voucherAmount TO pyInvoiceAmount (insertPosition)
    MOVE operatorId TO pyEnteredBy (insertPosition)
    MOVE SPACES TO pyApprovedBy (insertPosition)
    IF voucherHeld = "Y"
        MOVE "H" TO pyStatus (insertPosition)
        MOVE voucherHoldReason TO pyHoldReason (insertPosition)
        ADD 1 TO heldCount
    ELSE
        MOVE "A" TO pyStatus (insertPosition)
        MOVE SPACES TO pyHoldReason (insertPosition)
        PERFORM PostOneLineInvoiced
            VARYING pendingLineIndex FROM 1 BY 1
            UNTIL pendingLineIndex > pendingLineCount
    END-IF
    MOVE "Y" TO payableChanged
    ADD 1 TO enteredCount
    PERFORM WriteVoucherLines
    PERFORM WriteVoucherMatchBlock
    DISPLAY "Voucher " voucherNumber " filed - status "
        pyStatus (insertPosition).
FindInsertPosition.
    COMPUTE insertPosition = payableCount + 1
    PERFORM TestOneInsertPosition
        VARYING payableIndex FROM 1 BY 1
        UNTIL payableIndex > payableCount
            OR insertPosition <= payableCount.
TestOneInsertPosition.
    IF pyDueDate (payableIndex) > dueDate
        MOVE payableIndex TO insertPosition
    END-IF.
ShiftPayablesUp.
    MOVE payableEntry (payableIndex)
        TO payableEntry (payableIndex + 1).
PostOneLineInvoiced.
    IF plRegisterFound (pendingLineIndex) > ZERO
        ADD plQtyInvoiced (pendingLineIndex)
            TO rgQtyInvoiced (plRegisterFound (pendingLineIndex))
        MOVE "Y" TO registerChanged
    END-IF.
AssignVoucherNumber.
    MOVE ZERO TO voucherNumber
    OPEN INPUT voucherSequenceFile
    IF voucherSequenceStatus = "00"
        READ voucherSequenceFile
            AT END CONTINUE
            NOT AT END MOVE vsLastVoucherNumber TO voucherNumber
        END-READ
        CLOSE voucherSequenceFile
    END-IF
    ADD 1 TO voucherNumber
    OPEN OUTPUT voucherSequenceFile
    MOVE voucherNumber TO vsLastVoucherNumber
    WRITE voucherSequenceRecord
    CLOSE voucherSequenceFile.
WriteVoucherLines.
    OPEN EXTEND voucherLineFile
    IF voucherLineStatus = "05" OR voucherLineStatus = "35"
        OPEN OUTPUT voucherLineFile
    END-IF
    PERFORM WriteOneVoucherLine
        VARYING pendingLineIndex FROM 1 BY 1
        UNTIL pendingLineIndex > pendingLineCount
    CLOSE voucherLineFile.
WriteOneVoucherLine.
    MOVE voucherNumber TO vlVoucherNumber
    MOVE plPoNumber (pendingLineIndex) TO vlPoNumber
    MOVE plSizeLabel (pendingLineIndex) TO vlSizeLabel
    MOVE plQtyInvoiced (pendingLineIndex) TO vlQtyInvoiced
    MOVE plUnitPrice (pendingLineIndex) TO vlUnitPrice
    MOVE plMatchResult (pendingLineIndex) TO vlMatchResult
    WRITE voucherLineRecord.
WriteVoucherMatchBlock.
    MOVE voucherNumber TO mhlVoucherNumber
    MOVE keyedVendorCode TO mhlVendorCode
    MOVE keyedVendorInvoice TO mhlVendorInvoice
    MOVE dueDate TO mhlDueDate
    WRITE matchReportRecord FROM matchHeadLine
    PERFORM WriteOneMatchDetail
        VARYING pendingLineIndex FROM 1 BY 1
        UNTIL pendingLineIndex > pendingLineCount
    MOVE voucherAmount TO mtlAmount
    IF voucherHeld = "Y"
        MOVE "HELD" TO mtlStatus
        MOVE voucherHoldReason TO mtlHoldReason
    ELSE
        MOVE "APPROVED" TO mtlStatus
        MOVE SPACES TO mtlHoldReason
    END-IF
    WRITE matchReportRecord FROM matchTotalLine.
WriteOneMatchDetail.
    MOVE plPoNumber (pendingLineIndex) TO mdlPoNumber
    MOVE plSizeLabel (pendingLineIndex) TO mdlSizeLabel
    MOVE plQtyInvoiced (pendingLineIndex) TO mdlQtyInvoiced
    MOVE plUnitPrice (pendingLineIndex) TO mdlUnitPrice
    IF plRegisterFound (pendingLineIndex) > ZERO
        MOVE rgUnitPrice (plRegisterFound (pendingLineIndex))
            TO mdlAgreedPrice
    ELSE
        MOVE ZERO TO mdlAgreedPrice
    END-IF
    MOVE plMatchResult (pendingLineIndex) TO mdlMatchResult
    WRITE matchReportRecord FROM matchDetailLine.
ReleaseHeldProcedure.
    PERFORM CheckApproverAuthorization
    IF operatorAuthorized = "N"
        DISPLAY "You are not authorized to release vouchers."
        MOVE "REJECTED" TO logRunStatus
    ELSE
        PERFORM LoadPoRegister
        IF registerOverflow = "Y"
            DISPLAY "POREG.DAT OVERFLOWS THE WORK TABLE - RELEASE "
                "REFUSED - ARCHIVE CLOSED ORDERS FIRST"
            MOVE "REJECTED" TO logRunStatus
        ELSE
            PERFORM ListOneHeldVoucher
                VARYING payableIndex FROM 1 BY 1
                UNTIL payableIndex > payableCount
            PERFORM DecideOneHeldVoucher UNTIL keepGoing NOT = "Y"
        END-IF
    END-IF.
CheckApproverAuthorization.
    MOVE "N" TO operatorAuthorized
    MOVE "N" TO authMatrixDeployed
    MOVE "N" TO operAuthEOF
    OPEN INPUT operAuthFile
    IF operAuthStatus = "00"
        MOVE "Y" TO authMatrixDeployed
        PERFORM FindOperAuthRow UNTIL operAuthEOF = "Y"
        CLOSE operAuthFile
    END-IF
    IF authMatrixDeployed = "N"
        MOVE "Y" TO operatorAuthorized
    END-IF.
FindOperAuthRow.
    READ operAuthFile
        AT END MOVE "Y" TO operAuthEOF
        NOT AT END
            IF oaOperatorId = operatorId
                AND oaApproverFlag = "Y"
                MOVE "Y" TO operatorAuthorized
            END-IF
    END-READ.
ListOneHeldVoucher.
    IF pyStatus (payableIndex) = "H"
        MOVE pyVoucherNumber (payableIndex) TO hllVoucherNumber
        MOVE pyVendorCode (payableIndex) TO hllVendorCode
        MOVE pyVendorInvoice (payableIndex) TO hllVendorInvoice
        MOVE pyInvoiceAmount (payableIndex) TO hllAmount
        MOVE pyHoldReason (payableIndex) TO hllHoldReason
        MOVE pyEnteredBy (payableIndex) TO hllEnteredBy
        DISPLAY heldListLine
    END-IF.
DecideOneHeldVoucher.
    DISPLAY "Enter held voucher number (0 to finish): "
    ACCEPT keyedVoucherNumber
    IF keyedVoucherNumber = ZERO
        MOVE "N" TO keepGoing
    ELSE
        MOVE ZERO TO payableFound
        PERFORM MatchOneHeldVoucher
            VARYING payableIndex FROM 1 BY 1
            UNTIL payableIndex > payableCount
                OR payableFound > ZERO
        IF payableFound = ZERO
            DISPLAY "No held voucher with that number."
        ELSE
        IF pyEnteredBy (payableFound) = operatorId
            DISPLAY "You keyed this invoice - another approver "
                "must release it."
        ELSE
            DISPLAY "(A)pprove to pay or (R)eject: "
            ACCEPT keyedDecision
            EVALUATE keyedDecision
                WHEN "A" WHEN "a"
                    MOVE "A" TO pyStatus (payableFound)
                    MOVE operatorId TO pyApprovedBy (payableFound)
                    PERFORM PostReleasedVoucherLines
                    MOVE "Y" TO payableChanged
                    ADD 1 TO decisionCount
                    DISPLAY "Voucher approved to pay."
                WHEN "R" WHEN "r"
                    MOVE "R" TO pyStatus (payableFound)
                    MOVE operatorId TO pyApprovedBy (payableFound)
                    MOVE "Y" TO payableChanged
                    ADD 1 TO decisionCount
                    DISPLAY "Voucher rejected - return the invoice "
                        "to the vendor."
                WHEN OTHER
                    DISPLAY "No decision recorded."
            END-EVALUATE
        END-IF
        END-IF
    END-IF.
MatchOneHeldVoucher.
    IF pyVoucherNumber (payableIndex) = keyedVoucherNumber
        AND pyStatus (payableIndex) = "H"
        MOVE payableIndex TO payableFound
    END-IF.
PostReleasedVoucherLines.
    MOVE "N" TO voucherLineEOF
    OPEN INPUT voucherLineFile
    IF voucherLineStatus = "00"
        PERFORM PostOneReleasedLine UNTIL voucherLineEOF = "Y"
        CLOSE voucherLineFile
    END-IF.
PostOneReleasedLine.
    READ voucherLineFile
        AT END MOVE "Y" TO voucherLineEOF
        NOT AT END
            IF vlVoucherNumber = pyVoucherNumber (payableFound)
                MOVE vlPoNumber TO keyedPoNumber
                MOVE vlSizeLabel TO keyedSizeLabel
                MOVE pyVendorCode (payableFound) TO keyedVendorCode
                MOVE ZERO TO registerFound
                PERFORM MatchOnePoLine
                    VARYING registerIndex FROM 1 BY 1
                    UNTIL registerIndex > registerCount
                        OR registerFound > ZERO
                IF registerFound > ZERO
                    ADD vlQtyInvoiced
                        TO rgQtyInvoiced (registerFound)
                    MOVE "Y" TO registerChanged
                END-IF
            END-IF
    END-READ.
PayListProcedure.
    PERFORM LoadControlRows
    PERFORM LoadVendorMaster
    COMPUTE dateIntegerWork =
        FUNCTION INTEGER-OF-DATE(runDate) + payAheadDays
    COMPUTE payThroughDate = FUNCTION DATE-OF-INTEGER(dateIntegerWork)
    OPEN OUTPUT payListFile
    MOVE payThroughDate TO ptlPayThroughDate
    WRITE payListRecord FROM payTitleLine
    PERFORM ListOnePayableDue
        VARYING payableIndex FROM 1 BY 1
        UNTIL payableIndex > payableCount
    MOVE payListCount TO pylCount
    MOVE payListTotal TO pylTotal
    WRITE payListRecord FROM payTotalLine
    CLOSE payListFile
    DISPLAY payListCount " voucher(s) approved to pay - list on "
        "APPAY.RPT"
    IF payListCount > ZERO
        DISPLAY "Mark the listed vouchers paid (Y/N): "
        ACCEPT confirmPaid
        IF confirmPaid = "Y" OR confirmPaid = "y"
            PERFORM MarkOnePayablePaid
                VARYING payableIndex FROM 1 BY 1
                UNTIL payableIndex > payableCount
            MOVE "Y" TO payableChanged
        END-IF
    END-IF.
ListOnePayableDue.
    IF pyStatus (payableIndex) = "A"
        AND pyDueDate (payableIndex) <= payThroughDate
        MOVE pyVendorCode (payableIndex) TO keyedVendorCode
        PERFORM FindVendorEntry
        IF vendorFound > ZERO
            MOVE vdVendorName (vendorFound) TO vendorNameHeld
        ELSE
            MOVE "*UNKNOWN VENDOR*" TO vendorNameHeld
        END-IF
        MOVE pyDueDate (payableIndex) TO pdlDueDate
        MOVE pyVoucherNumber (payableIndex) TO pdlVoucherNumber
        MOVE pyVendorCode (payableIndex) TO pdlVendorCode
        MOVE vendorNameHeld TO pdlVendorName
        MOVE pyVendorInvoice (payableIndex) TO pdlVendorInvoice
        MOVE pyInvoiceAmount (payableIndex) TO pdlAmount
        WRITE payListRecord FROM payDetailLine
        ADD 1 TO payListCount
        ADD pyInvoiceAmount (payableIndex) TO payListTotal
    END-IF.
MarkOnePayablePaid.
    IF pyStatus (payableIndex) = "A"
        AND pyDueDate (payableIndex) <= payThroughDate
        MOVE "P" TO pyStatus (payableIndex)
    END-IF.
