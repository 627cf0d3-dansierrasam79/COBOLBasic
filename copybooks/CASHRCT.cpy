*> Shared cash-receipts record layout for CASHRCT.DAT: one row per
*> receipt CASH-RECEIPTS-POSTING applies to an invoice - receipt date,
*> customer, the invoice it was applied to, the amount in home
*> currency and the operator who posted it. Read by the statement
*> run, the quote-to-cash report, the bank reconciliation, the
*> commission run, the integrity sweep and the segregation-of-duties
*> report. Kept in one place so the posting program and everything
*> that reads the receipts can't drift apart on field widths.
01 cashReceiptsRecord.
    05 crReceiptDate PIC 9(08).
    05 crCustomerId PIC X(6).
    05 crInvoiceNumber PIC 9(06).
    05 crReceiptAmount PIC 9(09)V99.
    05 crOperatorId PIC X(08).
