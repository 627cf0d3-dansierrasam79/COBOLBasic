*> Shared withholding-tax bracket record layout for WHTAX.DAT: one row
*> per bracket per pay frequency (W weekly, B bi-weekly, S semi-
*> monthly, M monthly) per filing category, per effective date. A
*> bracket taxes the part of the period's taxable gross above its
*> floor, up to the next higher floor in the same set, at its rate in
*> percent to three places. The set with the latest effective date on
*> or before the pay run date is the table in effect, the way
*> CTLLIMIT.DAT rows cut over, so next January's brackets can be
*> loaded in December and take over by themselves.
01 withholdingBracketRecord.
    05 wbPayFrequency PIC X(1).
    05 wbFilingCategory PIC X(2).
    05 wbEffectiveDate PIC 9(08).
    05 wbBracketFloor PIC 9(07)V99.
    05 wbBracketRate PIC 9(02)V999.
