*> Shared salesperson master layout for SLSPMAST.DAT: the outside
*> salesperson's ID and name, the payroll employee ID commission is
*> paid to, the base commission percent (05.00 = five percent), a
*> status byte (A = active, I = inactive - kept for the history of
*> old quotes, never deleted) and up to five material-group rates
*> that replace the base percent on material in that commission
*> group (the group is set on MATCAT.DAT). An empty group slot is
*> spaces. Maintained by SALESPERSON-MAINTENANCE and read by
*> CUSTOMER-MASTER-MAINTENANCE, SHAPE-COST-ESTIMATOR and
*> COMMISSION-CALCULATION, so they can't drift apart on widths.
01 salespersonRecord.
    05 saSalespersonId PIC X(4).
    05 saName PIC X(25).
    05 saEmployeeId PIC 9(06).
    05 saCommissionRate PIC 9(02)V99.
    05 saStatus PIC X(1).
    05 saGroupRate OCCURS 5 TIMES.
        10 saGroupCode PIC X(4).
        10 saGroupPercent PIC 9(02)V99.
