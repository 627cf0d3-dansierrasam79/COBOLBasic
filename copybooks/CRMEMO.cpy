*> Shared credit-memo record layout for CRMEMO.DAT: one row per credit
*> memo raised against an invoice by CREDIT-MEMO-POSTING - the memo's
*> own number from the CRMSEQ.DAT counter, the date it was raised, the
*> invoice it reduces, the customer, a reason code (DM damaged piece,
*> RT returned piece, PC price concession, BE billing error), the
*> amount credited, and who raised it. Kept in one place so the memo
*> program that writes rows and the receivables and sales programs
*> that read them back can't drift apart on field widths.
*> Each memo also carries the sales-tax share of the amount credited,
*> in proportion to the invoice's tax against its gross, so the
*> tax-collected register can net credited tax off the tax billed.
01 creditMemoRecord.
    05 cnMemoNumber PIC 9(06).
    05 cnMemoDate PIC 9(08).
    05 cnInvoiceNumber PIC 9(06).
    05 cnCustomerId PIC X(6).
    05 cnReasonCode PIC X(2).
    05 cnMemoAmount PIC 9(09)V99.
    05 cnOperatorId PIC X(08).
    05 cnTaxAmount PIC 9(07)V99.
