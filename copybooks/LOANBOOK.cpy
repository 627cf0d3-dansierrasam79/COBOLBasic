*> Shared loan-book record layout for LOANBOOK.DAT: one row per note
*> (loan ID, borrower, original principal, annual rate, term, and the
*> simple/compound flag) with a count/principal trailer row (record
*> type T) that the portfolio run balances against. A loan is now
*> either fixed-rate (rate type F, or space on rows written before the
*> rate terms existed) or variable (V): a variable loan is priced at
*> the index rate for its product code on RATEMAST.DAT plus a margin,
*> held between a floor and a cap (a cap of zero means no cap), and
*> reset every so many months starting from its first reset date.
*> The rate on the row is the rate the note was booked at; the rate
*> in force is the one on LOANBAL.DAT.
*> LOAN-BOOK-MAINTENANCE books and keeps the notes: each row carries
*> the customer-master ID the borrower was validated against, the
*> operator who booked it, and a status - space or A active, H held
*> for a second operator's approval, R rejected, P paid off, W written
*> off - with the date the status was set. Only active loans are in
*> the portfolio and in the trailer's count and principal. Kept in
*> one place so maintenance, the portfolio run, payment posting,
*> repricing, and billing can't drift apart on field widths.
01 loanBookRecord.
    05 lbRecordType PIC X(1).
    05 lbLoanId PIC X(10).
    05 lbBorrower PIC X(20).
    05 lbPrincipal PIC 9(06)V99.
    05 lbRate PIC 9(02)V99.
    05 lbTermYears PIC 9(03).
    05 lbInterestFlag PIC X(1).
    05 lbRateType PIC X(1).
    05 lbIndexProduct PIC X(6).
    05 lbMarginRate PIC 9(02)V99.
    05 lbResetMonths PIC 9(02).
    05 lbFloorRate PIC 9(02)V99.
    05 lbCapRate PIC 9(02)V99.
    05 lbFirstResetDate PIC 9(08).
    05 lbLoanStatus PIC X(1).
    05 lbCustomerId PIC X(6).
    05 lbBookedBy PIC X(08).
    05 lbStatusDate PIC 9(08).
01 loanBookTrailerRecord REDEFINES loanBookRecord.
    05 ltRecordType PIC X(1).
    05 ltExpectedCount PIC 9(05).
    05 ltExpectedPrincipal PIC 9(09)V99.
    05 FILLER PIC X(82).
