*> revisions of one quote, and a hold file larger than its work
*> table refuses every decision rather than silently dropping the
*> held quotes past the table on the rewrite.
*> The salesperson the quote was credited to rides on the hold row
*> and is registered with the released quote, and every register
*> rewrite carries it through. A released quote is registered with
*> its quote date as the status date, and rewrites carry the status
*> date through unchanged.
IDENTIFICATION DIVISION.
PROGRAM-ID. CREDIT-HOLD-RELEASE.
ENVIRONMENT DIVISION.
            10 htCurrencyCode PIC X(3).
            10 htExchangeRate PIC 9(03)V9(04).
            10 htRevisionNumber PIC 9(02).
            10 htSalespersonId PIC X(4).
    01 holdCount PIC 9(03) VALUE ZERO.
    01 holdOverflow PIC X(1) VALUE "N".
    01 holdIndex PIC 9(03).
            10 rgStatus PIC X(1).
            10 rgCurrencyCode PIC X(3).
            10 rgExchangeRate PIC 9(03)V9(04).
            10 rgSalespersonId PIC X(4).
            10 rgStatusDate PIC 9(08).
    01 registerCount PIC 9(03) VALUE ZERO.
    01 registerIndex PIC 9(03).
    01 registerOverflow PIC X(1) VALUE "N".
    ELSE
        MOVE 01 TO htRevisionNumber (holdCount)
    END-IF
    MOVE qhSalespersonId TO htSalespersonId (holdCount)
    IF qhStatus = "H"
        ADD 1 TO openHoldCount
    END-IF
    MOVE htCurrencyCode (holdIndex) TO qhCurrencyCode
    MOVE htExchangeRate (holdIndex) TO qhExchangeRate
    MOVE htRevisionNumber (holdIndex) TO qhRevisionNumber
    MOVE htSalespersonId (holdIndex) TO qhSalespersonId
    WRITE quoteHoldRecord.
MaintenanceLoop.
    DISPLAY "(L)ist holds, (R)elease, re(F)use or (Q)uit: "
                ELSE
                    MOVE ZERO TO rgExchangeRate (registerCount)
                END-IF
                MOVE qrSalespersonId TO rgSalespersonId (registerCount)
                IF qrStatusDate IS NUMERIC
                    MOVE qrStatusDate TO rgStatusDate (registerCount)
                ELSE
                    MOVE ZERO TO rgStatusDate (registerCount)
                END-IF
            END-IF
    END-READ.
FlagOnePriorRevision.
    MOVE rgStatus (registerIndex) TO qrStatus
    MOVE rgCurrencyCode (registerIndex) TO qrCurrencyCode
    MOVE rgExchangeRate (registerIndex) TO qrExchangeRate
    MOVE rgSalespersonId (registerIndex) TO qrSalespersonId
    MOVE rgStatusDate (registerIndex) TO qrStatusDate
    WRITE quoteRegisterRecord.
RefuseOneQuote.
    PERFORM FindHeldQuote
    MOVE "O" TO qrStatus
    MOVE htCurrencyCode (holdFound) TO qrCurrencyCode
    MOVE htExchangeRate (holdFound) TO qrExchangeRate
    MOVE htSalespersonId (holdFound) TO qrSalespersonId
    MOVE htQuoteDate (holdFound) TO qrStatusDate
    WRITE quoteRegisterRecord
    CLOSE quoteRegisterFile.
