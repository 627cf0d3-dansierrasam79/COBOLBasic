*> Shared open-payables record layout for APOPEN.DAT: one row per
*> vendor invoice vouchered by VENDOR-INVOICE-MATCH, kept in due-date
*> order - the voucher number from the APVSEQ.DAT counter, the vendor
*> and the vendor's own invoice number, the invoice and due dates, the
*> amount, a status (H held on a match failure, A approved to pay,
*> R rejected, P paid), the first hold reason, and who entered and
*> who released the voucher. Kept in one place so the matching run
*> and anything reading the payables can't drift apart.
01 openPayableRecord.
    05 apVoucherNumber PIC 9(06).
    05 apVendorCode PIC X(4).
    05 apVendorInvoice PIC X(12).
    05 apInvoiceDate PIC 9(08).
    05 apDueDate PIC 9(08).
    05 apInvoiceAmount PIC 9(09)V99.
    05 apStatus PIC X(1).
    05 apHoldReason PIC X(20).
    05 apEnteredBy PIC X(08).
    05 apApprovedBy PIC X(08).
