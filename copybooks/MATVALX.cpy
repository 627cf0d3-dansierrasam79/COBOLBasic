*> Shared material-valuation journal extract layout for MATVALX.DAT:
*> the rows MATERIAL-VALUATION leaves for GL-JOURNAL-EXTRACT to pick
*> up on the same run date - a source type naming the journal pair
*> (MATRCPT receipts into stock at cost, MATCOGS material consumed
*> per job at weighted-average cost, MATSHRNK count losses, MATGAIN
*> count gains), the amount and a reference. Kept in one place so the
*> valuation and the journal extract can't drift apart on widths.
01 materialValuationExtract.
    05 vxRunDate PIC 9(08).
    05 vxSourceType PIC X(8).
    05 vxAmount PIC 9(09)V99.
    05 vxReference PIC X(15).
