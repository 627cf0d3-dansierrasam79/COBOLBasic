*> Shared vendor-master record layout for VENDMAST.DAT: the vendor
*> code the stock files name as preferred supplier and the name
*> printed on the orders. The record now also carries the vendor's
*> payment terms in days, from which VENDOR-INVOICE-MATCH dates each
*> payable; rows written before the field existed carry spaces there
*> and are treated as 30 days. Kept in one place so the ordering and
*> payables programs can't drift apart on field widths.
01 vendorMasterRecord.
    05 vnVendorCode PIC X(4).
    05 vnVendorName PIC X(20).
    05 vnPaymentTermsDays PIC 9(03).
