*> Shared material purchase-order register record layout for
*> MATPOREG.DAT: one row per order line raised by MATERIAL-PURCHASE-
*> ORDER for a material under its reorder point - PO number, vendor,
*> order date, material, quantity ordered and received, and a status
*> of O (open) or C (complete). An open line keeps its material off
*> the next night's orders. Kept in one place so the ordering program
*> and anything reading the open orders can't drift apart on field
*> widths.
01 materialPoRecord.
    05 mpPoNumber PIC 9(06).
    05 mpVendorCode PIC X(4).
    05 mpOrderDate PIC 9(08).
    05 mpMaterialCode PIC X(4).
    05 mpQtyOrdered PIC 9(07)V99.
    05 mpQtyReceived PIC 9(07)V99.
    05 mpStatus PIC X(1).
