*> Shared bank-statement import layout for BANKSTMT.DAT, the file the
*> bank sends for the operating account at each statement date: an
*> "H" header with the account, the statement date and the opening
*> and closing balances (each with its own sign byte, "-" for
*> overdrawn), one "D" line per movement - value date, "D" for money
*> out of the account or "C" for money in, amount, the bank's
*> reference and its narrative - and a "T" trailer with the line
*> count and the debit and credit hash totals. Kept in one place the
*> way the loan-book layout is, so the importer and anything that
*> reads the statement later can't drift apart on widths.
01 bankStatementRecord.
    05 bsRecordType PIC X(1).
    05 bsValueDate PIC 9(08).
    05 bsDrCrFlag PIC X(1).
    05 bsAmount PIC 9(09)V99.
    05 bsBankReference PIC X(16).
    05 bsNarrative PIC X(30).
01 bankStatementHeader REDEFINES bankStatementRecord.
    05 bhRecordType PIC X(1).
    05 bhAccountNumber PIC X(12).
    05 bhStatementDate PIC 9(08).
    05 bhOpeningSign PIC X(1).
    05 bhOpeningBalance PIC 9(09)V99.
    05 bhClosingSign PIC X(1).
    05 bhClosingBalance PIC 9(09)V99.
    05 FILLER PIC X(22).
01 bankStatementTrailer REDEFINES bankStatementRecord.
    05 btrRecordType PIC X(1).
    05 btrLineCount PIC 9(05).
    05 btrDebitTotal PIC 9(11)V99.
    05 btrCreditTotal PIC 9(11)V99.
    05 FILLER PIC X(35).
