*> Shared leaver kit-return checklist in the mold of
*> CONVERT-FEET-TO-MILES. When the roster's (T)erminate transaction
*> marks a leaver, this reads the uniform ledger UNIFLEDG.DAT (shared
*> layout UNIFLEDG.cpy) for that employee, nets issues against
*> returns and recoveries per item and size, and appends a checklist
*> of everything still out - item, size, quantity and value at issue
*> cost - with a tick column and sign-off lines to KITRTN.RPT for
*> the supervisor to walk through on the last day. The number of
*> pieces still out is handed back; a leaver who holds nothing gets a
*> one-line "no kit held" entry so the file shows the check was made.
IDENTIFICATION DIVISION.
PROGRAM-ID. UNIFORM-KIT-CHECKLIST.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT uniformLedgerFile ASSIGN TO "UNIFLEDG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS uniformLedgerStatus.
    SELECT kitReturnFile ASSIGN TO "KITRTN.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS kitReturnStatus.
DATA DIVISION.
FILE SECTION.
FD  uniformLedgerFile.
COPY "UNIFLEDG.cpy".
FD  kitReturnFile.
01 kitReturnRecord PIC X(80).
WORKING-STORAGE SECTION.
    01 uniformLedgerStatus PIC X(2) VALUE "00".
    01 kitReturnStatus PIC X(2) VALUE "00".
    01 uniformLedgerEOF PIC X(1) VALUE "N".
COPY "UNIFITEM.cpy".
    01 itemIndex PIC 9(02).
    01 itemFound PIC 9(02).
    01 holdingTable.
        05 holdingEntry OCCURS 50 TIMES.
            10 hdItemCode PIC X(4).
            10 hdSizeLabel PIC X(3).
            10 hdQuantity PIC S9(04).
            10 hdUnitCost PIC 9(05)V99.
    01 holdingCount PIC 99 VALUE ZERO.
    01 holdingIndex PIC 99.
    01 holdingFound PIC 99.
    01 kitValueTotal PIC 9(07)V99.
    01 checklistTitleLine.
        05 FILLER PIC X(26) VALUE "KIT RETURN CHECKLIST  EMP ".
        05 cktEmployeeId PIC 9(06).
        05 FILLER PIC X(1) VALUE SPACE.
        05 cktName PIC X(20).
        05 FILLER PIC X(8) VALUE "  LEFT  ".
        05 cktTermDate PIC 9999/99/99.
    01 checklistHeadLine PIC X(80) VALUE
        "  ITEM DESCRIPTION          SIZE  QTY      VALUE  RETURNED".
    01 checklistLine.
        05 FILLER PIC X(2) VALUE SPACES.
        05 cklItemCode PIC X(4).
        05 FILLER PIC X(1) VALUE SPACE.
        05 cklDescription PIC X(20).
        05 FILLER PIC X(1) VALUE SPACE.
        05 cklSizeLabel PIC X(3).
        05 FILLER PIC X(1) VALUE SPACE.
        05 cklQuantity PIC ZZZ9.
        05 FILLER PIC X(1) VALUE SPACE.
        05 cklValue PIC ZZZ,ZZ9.99.
        05 FILLER PIC X(12) VALUE "  [ ]       ".
    01 checklistTotalLine.
        05 FILLER PIC X(28) VALUE "  PIECES OUTSTANDING".
        05 cktlPieces PIC ZZZ9.
        05 FILLER PIC X(8) VALUE "   VALUE".
        05 cktlValue PIC Z,ZZZ,ZZ9.99.
    01 noKitLine PIC X(80) VALUE
        "  NO KIT HELD - NOTHING TO RETURN".
    01 signOffLine PIC X(80) VALUE
        "  CHECKED BY ____________  DATE ________  LEAVER ____________".
    01 blankLine PIC X(1) VALUE SPACE.
LINKAGE SECTION.
01 LK-EMPLOYEE-ID PIC 9(06).
01 LK-EMPLOYEE-NAME PIC X(20).
01 LK-TERM-DATE PIC 9(08).
01 LK-PIECES-OUT PIC 9(04).
PROCEDURE DIVISION USING LK-EMPLOYEE-ID, LK-EMPLOYEE-NAME,
    LK-TERM-DATE, LK-PIECES-OUT.
BUILD-KIT-CHECKLIST.
    MOVE ZERO TO LK-PIECES-OUT
    MOVE ZERO TO kitValueTotal
    MOVE ZERO TO holdingCount
    PERFORM LOAD-LEAVER-HOLDINGS
    PERFORM WRITE-KIT-CHECKLIST
    GOBACK.
LOAD-LEAVER-HOLDINGS.
    MOVE "N" TO uniformLedgerEOF
    OPEN INPUT uniformLedgerFile
    IF uniformLedgerStatus = "00"
        PERFORM TAKE-LEDGER-MOVEMENT UNTIL uniformLedgerEOF = "Y"
        CLOSE uniformLedgerFile
    END-IF.
TAKE-LEDGER-MOVEMENT.
    READ uniformLedgerFile
        AT END MOVE "Y" TO uniformLedgerEOF
        NOT AT END
            IF ulEmployeeId = LK-EMPLOYEE-ID
                PERFORM POST-LEDGER-MOVEMENT
            END-IF
    END-READ.
POST-LEDGER-MOVEMENT.
    MOVE ZERO TO holdingFound
    PERFORM MATCH-HOLDING
        VARYING holdingIndex FROM 1 BY 1
        UNTIL holdingIndex > holdingCount OR holdingFound > ZERO
    IF holdingFound = ZERO AND holdingCount < 50
        ADD 1 TO holdingCount
        MOVE holdingCount TO holdingFound
        MOVE ulItemCode TO hdItemCode (holdingFound)
        MOVE ulSizeLabel TO hdSizeLabel (holdingFound)
        MOVE ZERO TO hdQuantity (holdingFound)
        MOVE ZERO TO hdUnitCost (holdingFound)
    END-IF
    IF holdingFound > ZERO
        IF ulTransType = "I"
            ADD ulQuantity TO hdQuantity (holdingFound)
            MOVE ulUnitCost TO hdUnitCost (holdingFound)
        ELSE
            SUBTRACT ulQuantity FROM hdQuantity (holdingFound)
        END-IF
    END-IF.
MATCH-HOLDING.
    IF hdItemCode (holdingIndex) = ulItemCode
        AND hdSizeLabel (holdingIndex) = ulSizeLabel
        MOVE holdingIndex TO holdingFound
    END-IF.
WRITE-KIT-CHECKLIST.
    OPEN EXTEND kitReturnFile
    IF kitReturnStatus = "05" OR kitReturnStatus = "35"
        OPEN OUTPUT kitReturnFile
    END-IF
    MOVE LK-EMPLOYEE-ID TO cktEmployeeId
    MOVE LK-EMPLOYEE-NAME TO cktName
    MOVE LK-TERM-DATE TO cktTermDate
    WRITE kitReturnRecord FROM checklistTitleLine
    WRITE kitReturnRecord FROM checklistHeadLine
    PERFORM WRITE-CHECKLIST-LINE
        VARYING holdingIndex FROM 1 BY 1
        UNTIL holdingIndex > holdingCount
    IF LK-PIECES-OUT = ZERO
        WRITE kitReturnRecord FROM noKitLine
    ELSE
        MOVE LK-PIECES-OUT TO cktlPieces
        MOVE kitValueTotal TO cktlValue
        WRITE kitReturnRecord FROM checklistTotalLine
        WRITE kitReturnRecord FROM signOffLine
    END-IF
    WRITE kitReturnRecord FROM blankLine
    CLOSE kitReturnFile.
WRITE-CHECKLIST-LINE.
    IF hdQuantity (holdingIndex) > ZERO
        MOVE hdItemCode (holdingIndex) TO cklItemCode
        MOVE ZERO TO itemFound
        PERFORM MATCH-ITEM
            VARYING itemIndex FROM 1 BY 1
            UNTIL itemIndex > uniformItemCount OR itemFound > ZERO
        IF itemFound > ZERO
            MOVE uiDescription (itemFound) TO cklDescription
        ELSE
            MOVE "(UNKNOWN ITEM)" TO cklDescription
        END-IF
        MOVE hdSizeLabel (holdingIndex) TO cklSizeLabel
        MOVE hdQuantity (holdingIndex) TO cklQuantity
        COMPUTE cklValue =
            hdQuantity (holdingIndex) * hdUnitCost (holdingIndex)
        COMPUTE kitValueTotal = kitValueTotal
            + hdQuantity (holdingIndex) * hdUnitCost (holdingIndex)
        ADD hdQuantity (holdingIndex) TO LK-PIECES-OUT
        WRITE kitReturnRecord FROM checklistLine
    END-IF.
MATCH-ITEM.
    IF uiItemCode (itemIndex) = hdItemCode (holdingIndex)
        MOVE itemIndex TO itemFound
    END-IF.
