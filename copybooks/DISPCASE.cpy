*> Shared customer dispute case register record for DISPCASE.DAT.
*> One row per dispute a customer raises over a quote or an invoice:
*> the case number, the customer ID from CUSTMAST.DAT, whether the
*> case concerns a quote (Q) or an invoice (I) and its number, the
*> value in dispute (the quote's job total or the invoice amount when
*> the case was opened), who opened it and when, and a one-line
*> summary. Status is O open, I investigating, U resolved for us or
*> C resolved for the customer; a resolved case carries the date, the
*> operator who resolved it, and for a customer win the value
*> conceded. The dated case notes are kept on DISPNOTE.DAT and the
*> attached transaction-log evidence on DISPEVID.DAT. Kept in one
*> place so DISPUTE-CASE-MAINT and DISPUTE-CASE-REPORT can't drift
*> apart on field widths.
01 disputeCaseRecord.
    05 dcCaseNumber PIC 9(06).
    05 dcCustomerId PIC X(6).
    05 dcReferenceType PIC X(1).
    05 dcReferenceNumber PIC 9(06).
    05 dcDisputedAmount PIC 9(09)V99.
    05 dcOpenedBy PIC X(08).
    05 dcOpenDate PIC 9(08).
    05 dcSummary PIC X(40).
    05 dcStatus PIC X(1).
    05 dcResolvedDate PIC 9(08).
    05 dcResolvedBy PIC X(08).
    05 dcConcededAmount PIC 9(09)V99.
