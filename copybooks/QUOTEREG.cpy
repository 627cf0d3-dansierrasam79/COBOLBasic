*> exchange rate actually applied when the quote was priced, so the
*> revaluation run can re-price open quotes when EXCHRATE.DAT moves;
*> home-currency rows carry spaces there.
*> Each row now also names the salesperson the quote is credited to
*> (from the job header, otherwise the customer's default), so
*> COMMISSION-CALCULATION can trace a receipt through the invoice to
*> the quote and pay the right person; spaces mean house account.
*> Rows now also carry the date the status was last set - the day
*> the quote was registered, then the day QUOTE-STATUS-UPDATE marked
*> it accepted, lost, re-opened or expired - so ORDER-BACKLOG-REPORT
*> can age accepted work from acceptance rather than from the quote.
*> Rows written before the field existed carry spaces there and are
*> aged from the quote date instead.
01 quoteRegisterRecord.
    05 qrQuoteNumber PIC 9(06).
    05 qrQuoteDate PIC 9(08).
    05 qrStatus PIC X(1).
    05 qrCurrencyCode PIC X(3).
    05 qrExchangeRate PIC 9(03)V9(04).
    05 qrSalespersonId PIC X(4).
    05 qrStatusDate PIC 9(08).
