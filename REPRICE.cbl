            10 rgStatus PIC X(1).
            10 rgCurrencyCode PIC X(3).
            10 rgExchangeRate PIC 9(03)V9(04).
            10 rgSalespersonId PIC X(4).
            10 rgStatusDate PIC 9(08).
    01 registerCount PIC 9(03) VALUE ZERO.
    01 registerIndex PIC 9(03).
    01 registerOverflow PIC X(1) VALUE "N".
    ELSE
        MOVE ZERO TO rgExchangeRate (registerCount)
    END-IF
    MOVE qrSalespersonId TO rgSalespersonId (registerCount)
    IF qrStatusDate IS NUMERIC
        MOVE qrStatusDate TO rgStatusDate (registerCount)
    ELSE
        MOVE ZERO TO rgStatusDate (registerCount)
    END-IF
    PERFORM ReadQuoteRegisterRecord.
RewriteQuoteRegister.
    IF registerOverflow = "Y"
    MOVE rgStatus (registerIndex) TO qrStatus
    MOVE rgCurrencyCode (registerIndex) TO qrCurrencyCode
    MOVE rgExchangeRate (registerIndex) TO qrExchangeRate
    MOVE rgSalespersonId (registerIndex) TO qrSalespersonId
    MOVE rgStatusDate (registerIndex) TO qrStatusDate
    WRITE quoteRegisterRecord.
RepriceOneQuote.
    IF (rgStatus (registerIndex) = "O"
