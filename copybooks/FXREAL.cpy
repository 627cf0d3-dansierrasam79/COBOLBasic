*> Shared realized exchange gain/loss register layout for FXREAL.DAT:
*> one row per receipt CASH-RECEIPTS-POSTING settles against an
*> invoice raised in the customer's currency - the receipt date, the
*> invoice and customer, the currency, the amount received in it, the
*> booking rate the invoice was raised at and the EXCHRATE.DAT rate
*> in force on the receipt date, the home value that amount cleared
*> off the invoice at the booking rate, the home cash it was actually
*> worth at the receipt rate, and the difference - positive a gain,
*> negative a loss. Kept in one place so the posting side and the
*> monthly realized-FX report can't drift apart on widths.
01 realizedFxRecord.
    05 rfReceiptDate PIC 9(08).
    05 rfInvoiceNumber PIC 9(06).
    05 rfCustomerId PIC X(6).
    05 rfCurrencyCode PIC X(3).
    05 rfForeignAmount PIC 9(09)V99.
    05 rfBookingRate PIC 9(03)V9(04).
    05 rfReceiptRate PIC 9(03)V9(04).
    05 rfBookedHomeAmount PIC 9(09)V99.
    05 rfReceivedHomeAmount PIC 9(09)V99.
    05 rfGainLossAmount PIC S9(09)V99.
    05 rfOperatorId PIC X(08).
