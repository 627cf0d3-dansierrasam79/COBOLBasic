*> Shared leave-liability journal extract layout for LEAVELX.DAT: the
*> movement row LEAVE-LIABILITY-VALUATION leaves for
*> GL-JOURNAL-EXTRACT to pick up on the same run date - source type
*> LVACCRUE when the untaken-leave liability grew since the prior
*> valuation (leave expense to accrued leave liability) or LVRELEAS
*> when it fell (the reverse), the amount and a reference. Kept in
*> one place so the valuation and the journal extract can't drift
*> apart on widths.
01 leaveLiabilityExtract.
    05 lxRunDate PIC 9(08).
    05 lxSourceType PIC X(8).
    05 lxAmount PIC 9(09)V99.
    05 lxReference PIC X(15).
