*> Shared deduction-remittance journal extract layout for REMITX.DAT:
*> one liability row per payee per remittance run, left by
*> DEDUCTION-REMITTANCE for GL-JOURNAL-EXTRACT to pick up on the same
*> run date under source type DEDREMIT (withholding liability to the
*> payee's payable). Kept in one place so the remittance run and the
*> journal extract can't drift apart on widths.
01 remittanceExtract.
    05 rxRunDate PIC 9(08).
    05 rxSourceType PIC X(8).
    05 rxAmount PIC 9(09)V99.
    05 rxReference PIC X(15).
