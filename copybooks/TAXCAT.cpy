*> Shared employee tax-category record layout for TAXCAT.DAT: one row
*> per employee naming the pay frequency and filing category whose
*> WHTAX.DAT brackets apply to that employee's withholding. An
*> employee with no row has no graduated withholding computed.
01 taxCategoryRecord.
    05 tcEmployeeId PIC 9(06).
    05 tcPayFrequency PIC X(1).
    05 tcFilingCategory PIC X(2).
