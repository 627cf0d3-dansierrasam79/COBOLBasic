*> Shared rate-master record layout for RATEMAST.DAT: one row per
*> product code per effective-from date with the annual rate. Of the
*> rows for a product, the one with the latest effective date on or
*> before the pricing date is the rate in effect. Used by the
*> portfolio pricing in COMPUTE-AMOUNT and as the index for
*> variable-rate loans in LOAN-RATE-REPRICING.
01 rateMasterRecord.
    05 rmProductCode PIC X(6).
    05 rmEffectiveDate PIC 9(08).
    05 rmAnnualRate PIC 9(02)V99.
