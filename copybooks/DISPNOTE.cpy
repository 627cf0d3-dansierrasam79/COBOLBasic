*> Shared dispute case note record for DISPNOTE.DAT: one dated line
*> per note added to a case on DISPCASE.DAT, with the operator who
*> added it. Notes are only ever appended, so the case history reads
*> in the order it happened. Written by DISPUTE-CASE-MAINT and
*> counted by DISPUTE-CASE-REPORT.
01 disputeNoteRecord.
    05 dnCaseNumber PIC 9(06).
    05 dnNoteDate PIC 9(08).
    05 dnNoteTime PIC 9(06).
    05 dnEnteredBy PIC X(08).
    05 dnNoteText PIC X(60).
