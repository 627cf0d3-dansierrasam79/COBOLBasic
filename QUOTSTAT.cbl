*> checked against JOBREG.DAT through the job number on the register
*> row. The register is rewritten in place the way
*> CTL-LIMIT-MAINTENANCE rewrites its file.
*> Every status the (U)pdate mode records, and every expiry the
*> (E)xpire pass makes, now stamps the row's status date with the run
*> date, so the order backlog report can age accepted work from the
*> day it was accepted.
IDENTIFICATION DIVISION.
PROGRAM-ID. QUOTE-STATUS-UPDATE.
ENVIRONMENT DIVISION.
            10 rgStatus PIC X(1).
            10 rgCurrencyCode PIC X(3).
            10 rgExchangeRate PIC 9(03)V9(04).
            10 rgSalespersonId PIC X(4).
            10 rgStatusDate PIC 9(08).
    01 registerCount PIC 9(03) VALUE ZERO.
    01 registerIndex PIC 9(03).
    01 registerFound PIC 9(03).
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
UpdateOneStatus.
    DISPLAY "Enter quote number (0 to finish): "
                    MOVE ZERO TO registerFound
            END-EVALUATE
            IF registerFound > ZERO
                MOVE runDate TO rgStatusDate (registerFound)
                ADD 1 TO changeCount
                DISPLAY "Status recorded."
            END-IF
        PERFORM ComputeQuoteAge
        IF quoteAgeDays > expireDays
            MOVE "E" TO rgStatus (registerIndex)
            MOVE runDate TO rgStatusDate (registerIndex)
            ADD 1 TO expiredCount
        END-IF
    END-IF.
