*> Shared material-movement record layout for MATMOVE.DAT: one row per
*> movement appended by MATERIAL-INVENTORY-LEDGER - date, material,
*> type (R receipt, C consumption), quantity and a reference (the
*> piece for a consumption, the PO for a receipt against an order).
*> Kept in one place so the ledger and the ordering program that both
*> post receipts can't drift apart on field widths.
*> A third type, A adjustment, is posted by MATERIAL-PHYSICAL-COUNT
*> when an approved count differs from the book; the quantity is the
*> size of the difference and the appended sign byte says which way
*> it went (+ count over book, - count short). Receipts and
*> consumptions carry a space there.
*> A consumption now also carries the job it was posted for, so the
*> month-end valuation can cost material consumed per job; other
*> movements carry zero, and rows written before the field existed
*> carry spaces and are costed as unassigned.
*> Receipts and consumptions now carry the supplier's heat or lot
*> number: a receipt names the lot delivered, and a consumption is
*> split one row per lot it drew from, oldest lot first (UNTRACED for
*> any part the lot balances on MATLOT.DAT could not cover), so a lot
*> can be traced to the jobs it went into.
01 materialMoveRecord.
    05 mvMoveDate PIC 9(08).
    05 mvMaterialCode PIC X(4).
    05 mvMoveType PIC X(1).
    05 mvQuantity PIC 9(08)V99.
    05 mvReference PIC X(15).
    05 mvAdjustSign PIC X(1).
    05 mvJobNumber PIC 9(06).
    05 mvLotNumber PIC X(12).
