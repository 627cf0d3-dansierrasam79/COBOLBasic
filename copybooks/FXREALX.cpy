*> Shared realized exchange gain/loss journal extract layout for
*> FXREALX.DAT: the rows REALIZED-FX-REPORT leaves for
*> GL-JOURNAL-EXTRACT to pick up on the same run date - source type
*> FXGAIN for the month's realized gains and FXLOSS for its realized
*> losses not already journaled, the amount, and a reference naming
*> the month. Kept in one place so the report and the journal extract
*> can't drift apart on widths.
01 fxJournalExtract.
    05 gxRunDate PIC 9(08).
    05 gxSourceType PIC X(8).
    05 gxAmount PIC 9(09)V99.
    05 gxReference PIC X(15).
