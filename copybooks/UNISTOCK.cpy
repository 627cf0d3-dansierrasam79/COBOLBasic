*> Shared uniform stock record layout for UNISTOCK.DAT: one row per
*> garment size with the on-hand count, the preferred vendor and the
*> vendor's unit cost. UNIFORM-PURCHASE-ORDER nets the size tallies
*> off the on-hand count, and UNIFORM-ISSUE-LEDGER draws it down as
*> kit is issued and adds back what is returned fit to reissue, so
*> the layout is kept in one place. The unit cost is kept by
*> UNIFORM-PURCHASE-ORDER's (P)rice mode.
01 uniformStockRecord.
    05 usSizeLabel PIC X(3).
    05 usOnHandCount PIC 9(04).
    05 usVendorCode PIC X(4).
    05 usUnitCost PIC 9(05)V99.
