*> Shared month-end material valuation record layout for MATVAL.DAT:
*> one row per material per valued month written by MATERIAL-
*> VALUATION - the month, the material, the closing quantity, the
*> weighted-average unit cost carried out of the month and the
*> closing value. The next month's valuation opens from these rows,
*> so the layout is kept in one place for anything that reports the
*> closing stock.
01 materialValuationRecord.
    05 mlValMonth PIC 9(06).
    05 mlMaterialCode PIC X(4).
    05 mlClosingQty PIC S9(09)V99.
    05 mlAverageCost PIC 9(05)V9(04).
    05 mlClosingValue PIC S9(09)V99.
    05 mlRunDate PIC 9(08).
