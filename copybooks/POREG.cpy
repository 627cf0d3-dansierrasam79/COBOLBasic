*> Shared purchase-order register record layout for POREG.DAT: one row
*> per PO line raised by UNIFORM-PURCHASE-ORDER, with the quantities
*> ordered and received and a status of O (open) or C (complete).
*> Each line now also carries the unit price agreed when the order
*> was raised and the quantity the vendor has invoiced and had
*> approved, so VENDOR-INVOICE-MATCH can match a vendor invoice three
*> ways - ordered, received, and price - without a line being billed
*> twice. Rows written before the fields existed carry spaces there
*> and are treated as having no agreed price and nothing invoiced.
*> Kept in one place so the ordering program and the payables program
*> can't drift apart on field widths.
01 poRegisterRecord.
    05 poPoNumber PIC 9(06).
    05 poVendorCode PIC X(4).
    05 poOrderDate PIC 9(08).
    05 poSizeLabel PIC X(3).
    05 poQtyOrdered PIC 9(04).
    05 poQtyReceived PIC 9(04).
    05 poStatus PIC X(1).
    05 poUnitPrice PIC 9(05)V99.
    05 poQtyInvoiced PIC 9(04).
