*> Shared material lot-balance record layout for MATLOT.DAT: one row
*> per supplier heat or lot number received for a material, in the
*> order received - material, lot, receipt date, the reference the
*> receipt was booked under, quantity received and quantity still
*> unconsumed. Consumption draws the oldest lot with a balance first.
*> A lot drawn down to nothing is moved, in this same layout, to the
*> lot history file MATLOTH.DAT when MATLOT.DAT is rewritten.
*> Kept in one place so the ledger, the ordering program and the trace
*> inquiry can't drift apart on field widths.
01 materialLotRecord.
    05 ltMaterialCode PIC X(4).
    05 ltLotNumber PIC X(12).
    05 ltReceiptDate PIC 9(08).
    05 ltReference PIC X(15).
    05 ltQtyReceived PIC 9(08)V99.
    05 ltQtyRemaining PIC 9(08)V99.
