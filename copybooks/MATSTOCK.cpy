*> Shared material-stock record layout for MATSTOCK.DAT: the perpetual
*> balance per material code kept by MATERIAL-INVENTORY-LEDGER -
*> on-hand, reorder point and suggested reorder quantity.
*> Each material now also names its preferred vendor (a VENDMAST.DAT
*> code) so MATERIAL-PURCHASE-ORDER can group the materials under
*> their reorder point into one order per vendor; rows written before
*> the field existed carry spaces there and are left off the orders
*> until a vendor is set. Kept in one place so the ledger and the
*> ordering program can't drift apart on field widths.
01 materialStockRecord.
    05 msMaterialCode PIC X(4).
    05 msOnHand PIC S9(09)V99.
    05 msReorderPoint PIC 9(07)V99.
    05 msReorderQty PIC 9(07)V99.
    05 msVendorCode PIC X(4).
