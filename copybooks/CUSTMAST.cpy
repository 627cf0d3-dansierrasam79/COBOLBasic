*> printed quotation and the dunning letters address a real mailing
*> point instead of the desk retyping it; rows written before the
*> fields existed carry spaces there.
*> A customer can now be marked exempt from sales tax, with the
*> exemption certificate number and its expiry date, so
*> INVOICE-GENERATOR bills no tax while the certificate is current
*> and taxes the customer by postal-code jurisdiction again the day
*> it lapses. Rows written before the fields existed carry spaces
*> and are treated as taxable.
*> The customer now also carries its default salesperson from
*> SLSPMAST.DAT; a new quote registers under that salesperson unless
*> the job header names another, and COMMISSION-CALCULATION falls
*> back to it for invoices whose quote carries none. Spaces, as on
*> every older row, mean house account - no commission.
*> A duplicate customer ID that CUSTOMER-MERGE has folded into its
*> surviving ID stays on the master as a retired row carrying the
*> survivor's ID, so history keyed on the old ID can still be traced
*> and a new job header naming it is quoted under the survivor.
*> Spaces, as on every older row, mean the customer is active.
01 customerMasterRecord.
    05 cmCustomerId PIC X(6).
    05 cmCustomerName PIC X(25).
    05 cmAddressLine2 PIC X(25).
    05 cmCity PIC X(15).
    05 cmPostalCode PIC X(10).
    05 cmTaxExemptFlag PIC X(1).
    05 cmExemptCertificate PIC X(15).
    05 cmExemptExpiryDate PIC 9(08).
    05 cmSalespersonId PIC X(4).
    05 cmMergedIntoId PIC X(6).
