*> Shared customer-statement extract layout for STMTX.DAT, the machine-
*> readable copy of the month-end statements CUSTOMER-STATEMENT-RUN
*> prints, for sending statements by e-mail outside the system. Per
*> customer: an "H" header with the statement date, the name and
*> address block from CUSTMAST.DAT and the opening balance; one "D"
*> line per invoice ("INV"), receipt ("PAY") or credit memo ("CRN") in
*> the month in date order, with the document number, the invoice it
*> applies to, the amount and the running balance; and a "T" trailer
*> with the closing balance split into the current / 31-60 / 61-90 /
*> over-90 aging buckets. Every money field has its own sign byte
*> ("-" for a credit, otherwise space) the way the bank statement
*> layout carries its balances, so a reader outside COBOL need not
*> decode an overpunched sign.
01 statementExtractRecord.
    05 sxRecordType PIC X(1).
    05 sxCustomerId PIC X(6).
    05 sxStatementDate PIC 9(08).
    05 sxLineDate PIC 9(08).
    05 sxLineType PIC X(3).
    05 sxReference PIC 9(06).
    05 sxInvoiceNumber PIC 9(06).
    05 sxAmountSign PIC X(1).
    05 sxAmount PIC 9(09)V99.
    05 sxBalanceSign PIC X(1).
    05 sxBalance PIC 9(09)V99.
    05 FILLER PIC X(65).
01 statementExtractHeader REDEFINES statementExtractRecord.
    05 sxhRecordType PIC X(1).
    05 sxhCustomerId PIC X(6).
    05 sxhStatementDate PIC 9(08).
    05 sxhCustomerName PIC X(25).
    05 sxhAddressLine1 PIC X(25).
    05 sxhAddressLine2 PIC X(25).
    05 sxhCity PIC X(15).
    05 sxhPostalCode PIC X(10).
    05 sxhOpeningSign PIC X(1).
    05 sxhOpeningBalance PIC 9(09)V99.
01 statementExtractTrailer REDEFINES statementExtractRecord.
    05 sxtRecordType PIC X(1).
    05 sxtCustomerId PIC X(6).
    05 sxtStatementDate PIC 9(08).
    05 sxtClosingSign PIC X(1).
    05 sxtClosingBalance PIC 9(09)V99.
    05 sxtCurrentSign PIC X(1).
    05 sxtCurrentAmount PIC 9(09)V99.
    05 sxtThirtyAmount PIC 9(09)V99.
    05 sxtSixtyAmount PIC 9(09)V99.
    05 sxtNinetyAmount PIC 9(09)V99.
    05 FILLER PIC X(55).
