*> Shared sales-tax jurisdiction record layout for TAXJUR.DAT: one row
*> per postal-code prefix per effective date, naming the jurisdiction
*> the tax is owed to and its rate in percent to three places. A
*> customer's cmPostalCode is matched against the prefix - the
*> longest matching prefix wins, so a city row can sit under a state
*> row - and the latest row on or before the invoice date supplies
*> the rate, so a rate change is a new row instead of an edit. Kept
*> in one place so the invoicing program that applies the rate and
*> the tax-collected register that files it can't drift apart.
01 taxJurisdictionRecord.
    05 tjPostalPrefix PIC X(10).
    05 tjJurisdictionCode PIC X(4).
    05 tjJurisdictionName PIC X(20).
    05 tjTaxRate PIC 9(02)V999.
    05 tjEffectiveDate PIC 9(08).
