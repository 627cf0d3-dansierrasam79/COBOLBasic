*> Shared loan-loss provision journal extract layout for LOANPRVX.DAT:
*> the movement row LOAN-LOSS-PROVISIONING leaves for
*> GL-JOURNAL-EXTRACT to pick up on the same run date - source type
*> LNPROVUP when the required allowance grew past the figure held
*> (provision expense to loan-loss allowance) or LNPROVRL when it fell
*> (the reverse), the amount and a reference. Kept in one place so
*> the provisioning run and the journal extract can't drift apart on
*> widths.
01 loanProvisionExtract.
    05 pxRunDate PIC 9(08).
    05 pxSourceType PIC X(8).
    05 pxAmount PIC 9(09)V99.
    05 pxReference PIC X(15).
