*> Shared deduction-code master record layout for DEDCODE.DAT: one
*> row per deduction code used on DEDUCT.DAT (plus WTAX for the
*> graduated withholding), naming the payee the withheld money is
*> owed to as a VENDMAST.DAT vendor code and how often it is remitted
*> (P every pay period, M monthly, Q quarterly).
01 deductionCodeRecord.
    05 dcDeductionCode PIC X(4).
    05 dcDescription PIC X(20).
    05 dcPayeeVendorCode PIC X(4).
    05 dcRemitFrequency PIC X(1).
