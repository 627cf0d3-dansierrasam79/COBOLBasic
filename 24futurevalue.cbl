*> (run date, loan ID, interest) so the nightly ledger extract posts
*> the portfolio's interest accruals from a data file instead of
*> someone re-keying LOANPORT.RPT.
*> The loan-book and rate-master layouts moved to the shared
*> copybooks LOANBOOK.cpy and RATEMAST.cpy when variable-rate
*> repricing (LOAN-RATE-REPRICING) started reading both files.
*> Loans held for approval, rejected, paid off, or written off in
*> LOAN-BOOK-MAINTENANCE stay on the loan book but are left out of
*> the portfolio run and its accruals, matching the trailer, which
*> counts active loans only.
IDENTIFICATION DIVISION.
PROGRAM-ID. COMPUTE-AMOUNT.
ENVIRONMENT DIVISION.
FD  errorFile.
01 errorRecord PIC X(60).
FD  rateMasterFile.
COPY "RATEMAST.cpy".
FD  loanBookFile.
COPY "LOANBOOK.cpy".
FD  loanReportFile.
01 loanReportRecord PIC X(90).
FD  sweepReportFile.
        MOVE "Y" TO trailerSeen
        MOVE "Y" TO loanBookEOF
    ELSE
        IF lbLoanStatus = SPACE OR lbLoanStatus = "A"
            PERFORM PriceOneLoan
        END-IF
        PERFORM ReadLoanBookRecord
    END-IF.
PriceOneLoan.
