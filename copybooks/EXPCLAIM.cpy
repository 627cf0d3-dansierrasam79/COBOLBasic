*> Shared expense-claim record layout for EXPCLAIM.DAT: one row per
*> reimbursement claim keyed through EXPENSE-CLAIM against an active
*> roster employee, with the category (MILE mileage, TOOL tool
*> purchase, PARK parking and tolls, OTHR other), the claim date and
*> the receipt reference. A mileage claim carries the miles and the
*> per-mile rate it was priced at. Status P is waiting for the
*> department supervisor, A approved, J rejected, and X paid - the
*> next TIME-IN-SECONDS extract carries approved claims to the
*> bureau as "E" records and flips them to X with the run date, so a
*> claim can never be reimbursed twice.
01 expenseClaimRecord.
    05 ecClaimNumber PIC 9(06).
    05 ecEmployeeId PIC 9(06).
    05 ecDeptCode PIC X(4).
    05 ecCategory PIC X(4).
    05 ecClaimDate PIC 9(08).
    05 ecReceiptRef PIC X(12).
    05 ecMiles PIC 9(05)V99.
    05 ecMileageRate PIC 9(03)V99.
    05 ecAmount PIC 9(07)V99.
    05 ecStatus PIC X(1).
    05 ecEnteredBy PIC X(08).
    05 ecEntryDate PIC 9(08).
    05 ecApprovedBy PIC X(08).
    05 ecApprovalDate PIC 9(08).
    05 ecPaidDate PIC 9(08).
