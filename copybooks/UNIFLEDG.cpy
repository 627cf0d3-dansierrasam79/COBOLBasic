*> Shared uniform issue and return ledger layout for UNIFLEDG.DAT:
*> one row per movement of kit to or from an employee - I issued,
*> R returned, K recovery deduction proposed for kit a leaver kept -
*> with the item code from UNIFITEM.cpy, the garment size, the
*> quantity, the date and the unit cost the kit was issued at. What
*> an employee holds is their issues less their returns and
*> recoveries, per item and size.
01 uniformLedgerRecord.
    05 ulEmployeeId PIC 9(06).
    05 ulItemCode PIC X(4).
    05 ulSizeLabel PIC X(3).
    05 ulTransType PIC X(1).
    05 ulQuantity PIC 9(03).
    05 ulTransDate PIC 9(08).
    05 ulUnitCost PIC 9(05)V99.
    05 ulOperatorId PIC X(08).
