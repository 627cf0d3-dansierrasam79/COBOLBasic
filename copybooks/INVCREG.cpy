*> O while anything remains owing and P once fully paid. Kept in one
*> place so the invoicing program that writes rows and the cash and
*> aging programs that update them can't drift apart on field widths.
*> Rows now also carry the total of credit memos raised against the
*> invoice by CREDIT-MEMO-POSTING, so the open balance is the invoice
*> amount less both the amount paid and the amount credited - a
*> concession no longer has to be keyed as a receipt. Rows written
*> before the field existed carry spaces and are treated as uncredited.
*> Rows now also carry the sales-tax jurisdiction, the rate applied,
*> and the tax amount. The invoice amount stays the gross the
*> customer owes, so receivables work from it unchanged; the goods
*> amount is the invoice amount less the tax. Rows written before
*> the fields existed carry spaces and are treated as carrying no
*> tax.
*> An invoice raised from a quote priced in the customer's currency
*> now also carries that currency code, the gross amount in the
*> customer's currency, and the booking rate (home units per foreign
*> unit, the rate the quote was priced at). The invoice amount stays
*> in home currency at the booking rate, so receivables work from it
*> unchanged. Rows written before the fields existed, and every
*> home-currency invoice, carry spaces in the currency code.
01 invoiceRegisterRecord.
    05 ivInvoiceNumber PIC 9(06).
    05 ivInvoiceDate PIC 9(08).
    05 ivInvoiceAmount PIC 9(09)V99.
    05 ivAmountPaid PIC S9(09)V99.
    05 ivStatus PIC X(1).
    05 ivCreditAmount PIC 9(09)V99.
    05 ivTaxJurisdiction PIC X(4).
    05 ivTaxRate PIC 9(02)V999.
    05 ivTaxAmount PIC 9(07)V99.
    05 ivCurrencyCode PIC X(3).
    05 ivForeignAmount PIC 9(09)V99.
    05 ivBookingRate PIC 9(03)V9(04).
