*> as itself and its ESTDETL.DAT lines still match, and the currency
*> code and exchange rate applied at pricing, so a released
*> foreign-currency quote stays visible to the revaluation run -
*> and the salesperson the quote is credited to -
*> plus the exposure and limit that tripped the
*> hold, and a status byte - H held, R released to the register,
*> X refused - maintained by CREDIT-HOLD-RELEASE. Kept in one place
    05 qhCurrencyCode PIC X(3).
    05 qhExchangeRate PIC 9(03)V9(04).
    05 qhRevisionNumber PIC 9(02).
    05 qhSalespersonId PIC X(4).
