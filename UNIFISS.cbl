*> Uniform issue and return ledger. UNIFORM-PURCHASE-ORDER buys the
*> garments and HEIGHT-IN-CMS sizes them, but once kit left the store
*> nothing recorded who had it, and leavers walked off with several
*> hundred in kit. This keeps UNIFLEDG.DAT (shared layout
*> UNIFLEDG.cpy) by employee: (I)ssue an item from the shared
*> UNIFITEM.cpy table in a size stocked on UNISTOCK.DAT to an active
*> roster employee, (R)eturn kit the employee holds - back onto the
*> shelf when it is fit to reissue - and (L)ist what an employee
*> holds. An issue draws the size down on UNISTOCK.DAT so the next
*> purchase-order run sees the real stock, and is refused when the
*> shelf is short. Each item carries a yearly replacement allowance;
*> an issue that takes the employee's draws of that item in the
*> calendar year past it needs a supervisor's ID. The stock file is
*> rewritten at the end of the session when anything moved; a ledger
*> larger than the work table refuses the session.
IDENTIFICATION DIVISION.
PROGRAM-ID. UNIFORM-ISSUE-LEDGER.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT uniformLedgerFile ASSIGN TO "UNIFLEDG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS uniformLedgerStatus.
    SELECT uniformStockFile ASSIGN TO "UNISTOCK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS uniformStockStatus.
    SELECT rosterFile ASSIGN TO "EMPROSTR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS rEmployeeId
        FILE STATUS IS rosterFileStatus.
DATA DIVISION.
FILE SECTION.
FD  uniformLedgerFile.
COPY "UNIFLEDG.cpy".
FD  uniformStockFile.
COPY "UNISTOCK.cpy".
FD  rosterFile.
COPY "EMPROSTR.cpy".
WORKING-STORAGE SECTION.
    01 uniformLedgerStatus PIC X(2) VALUE "00".
    01 uniformStockStatus PIC X(2) VALUE "00".
    01 rosterFileStatus PIC X(2) VALUE "00".
    01 uniformLedgerEOF PIC X(1) VALUE "N".
    01 uniformStockEOF PIC X(1) VALUE "N".
    01 rosterIsOpen PIC X(1) VALUE "N".
    01 ledgerTable.
        05 ledgerEntry OCCURS 2000 TIMES.
            10 lgEmployeeId PIC 9(06).
            10 lgItemCode PIC X(4).
            10 lgSizeLabel PIC X(3).
            10 lgTransType PIC X(1).
            10 lgQuantity PIC 9(03).
            10 lgTransDate PIC 9(08).
            10 lgUnitCost PIC 9(05)V99.
            10 lgOperatorId PIC X(08).
    01 ledgerCount PIC 9(04) VALUE ZERO.
    01 ledgerIndex PIC 9(04).
    01 ledgerOverflow PIC X(1) VALUE "N".
    01 stockTable.
        05 stockEntry OCCURS 20 TIMES.
            10 stSizeLabel PIC X(3).
            10 stOnHandCount PIC 9(04).
            10 stVendorCode PIC X(4).
            10 stUnitCost PIC 9(05)V99.
    01 stockCount PIC 99 VALUE ZERO.
    01 stockIndex PIC 99.
    01 stockFound PIC 99.
    01 stockChanged PIC X(1) VALUE "N".
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
    01 maintenanceChoice PIC X(1).
    01 keepGoing PIC X(1) VALUE "Y".
    01 entryValid PIC X(1).
    01 movementCount PIC 9(03) VALUE ZERO.
    01 keyedEmployeeText PIC X(06).
    01 keyedEmployeeId PIC 9(06).
    01 keyedItemCode PIC X(4).
    01 keyedSizeLabel PIC X(3).
    01 keyedQuantityText PIC X(03).
    01 keyedQuantity PIC 9(03).
    01 restockAnswer PIC X(1).
    01 overrideSupervisorId PIC X(08).
    01 yearIssuedCount PIC 9(04).
    01 runDate PIC 9(08).
    01 runYear PIC 9(04).
    01 holdingListLine.
        05 hllItemCode PIC X(4).
        05 FILLER PIC X(1) VALUE SPACE.
        05 hllDescription PIC X(20).
        05 FILLER PIC X(6) VALUE " SIZE ".
        05 hllSizeLabel PIC X(3).
        05 FILLER PIC X(6) VALUE " HELD ".
        05 hllQuantity PIC ZZZ9.
        05 FILLER PIC X(6) VALUE " COST ".
        05 hllUnitCost PIC ZZ,ZZ9.99.
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27) VALUE "UNIFORM-ISSUE-LEDGER".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "UNIFORM-ISSUE-LEDGER", operatorId
    ACCEPT runDate FROM DATE YYYYMMDD
    MOVE runDate (1:4) TO runYear
    MOVE "UNIFORM ISSUE LEDGER" TO tlInputs
    OPEN INPUT rosterFile
    IF rosterFileStatus = "00"
        MOVE "Y" TO rosterIsOpen
    END-IF
    PERFORM LoadUniformLedger
    PERFORM LoadUniformStock
    IF ledgerOverflow = "Y"
        DISPLAY "UNIFLEDG.DAT OVERFLOWS THE WORK TABLE - REFUSED"
        MOVE "REJECTED" TO logRunStatus
        MOVE "OVERFLOW" TO tlResultOut
    ELSE
    IF rosterIsOpen = "N"
        DISPLAY "Employee roster not available - refused."
        MOVE "REJECTED" TO logRunStatus
        MOVE "NO ROSTER" TO tlResultOut
    ELSE
        PERFORM MaintenanceLoop UNTIL keepGoing NOT = "Y"
        IF stockChanged = "Y"
            PERFORM RewriteUniformStock
        END-IF
        MOVE SPACES TO tlResultOut
        STRING "MOVEMENTS=" DELIMITED BY SIZE
            movementCount DELIMITED BY SIZE
            INTO tlResultOut
        END-STRING
    END-IF
    END-IF
    IF rosterIsOpen = "Y"
        CLOSE rosterFile
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
LoadUniformLedger.
    MOVE ZERO TO ledgerCount
    MOVE "N" TO uniformLedgerEOF
    OPEN INPUT uniformLedgerFile
    IF uniformLedgerStatus = "00"
        PERFORM ReadUniformLedgerRecord
        PERFORM AddLedgerEntry
            UNTIL uniformLedgerEOF = "Y" OR ledgerCount = 2000
        IF uniformLedgerEOF NOT = "Y"
            MOVE "Y" TO ledgerOverflow
        END-IF
        CLOSE uniformLedgerFile
    END-IF.
ReadUniformLedgerRecord.
    READ uniformLedgerFile
        AT END MOVE "Y" TO uniformLedgerEOF
    END-READ.
AddLedgerEntry.
    ADD 1 TO ledgerCount
    MOVE uniformLedgerRecord TO ledgerEntry (ledgerCount)
    PERFORM ReadUniformLedgerRecord.
LoadUniformStock.
    MOVE ZERO TO stockCount
    MOVE "N" TO uniformStockEOF
    OPEN INPUT uniformStockFile
    IF uniformStockStatus = "00"
        PERFORM ReadUniformStockRecord
        PERFORM AddStockEntry
            UNTIL uniformStockEOF = "Y" OR stockCount = 20
        CLOSE uniformStockFile
    ELSE
        DISPLAY "UNISTOCK.DAT not available - nothing can be issued."
    END-IF.
ReadUniformStockRecord.
    READ uniformStockFile
        AT END MOVE "Y" TO uniformStockEOF
    END-READ.
AddStockEntry.
    ADD 1 TO stockCount
    MOVE usSizeLabel TO stSizeLabel (stockCount)
    MOVE usOnHandCount TO stOnHandCount (stockCount)
    MOVE usVendorCode TO stVendorCode (stockCount)
    IF usUnitCost IS NUMERIC
        MOVE usUnitCost TO stUnitCost (stockCount)
    ELSE
        MOVE ZERO TO stUnitCost (stockCount)
    END-IF
    PERFORM ReadUniformStockRecord.
RewriteUniformStock.
    OPEN OUTPUT uniformStockFile
    PERFORM WriteOneStockRecord
        VARYING stockIndex FROM 1 BY 1
        UNTIL stockIndex > stockCount
    CLOSE uniformStockFile
    DISPLAY "UNISTOCK.DAT rewritten.".
WriteOneStockRecord.
    MOVE stSizeLabel (stockIndex) TO usSizeLabel
    MOVE stOnHandCount (stockIndex) TO usOnHandCount
    MOVE stVendorCode (stockIndex) TO usVendorCode
    MOVE stUnitCost (stockIndex) TO usUnitCost
    WRITE uniformStockRecord.
MaintenanceLoop.
    DISPLAY "(I)ssue kit, (R)eturn kit, (L)ist holdings or (Q)uit: "
    ACCEPT maintenanceChoice
    EVALUATE maintenanceChoice
        WHEN "I" WHEN "i" PERFORM IssueUniformKit
        WHEN "R" WHEN "r" PERFORM ReturnUniformKit
        WHEN "L" WHEN "l" PERFORM ListEmployeeHoldings
        WHEN "Q" WHEN "q" MOVE "N" TO keepGoing
        WHEN OTHER DISPLAY "Invalid selection."
    END-EVALUATE.
AcceptKitEmployee.
    MOVE "Y" TO entryValid
    DISPLAY "Employee ID: "
    ACCEPT keyedEmployeeText
    IF keyedEmployeeText IS NOT NUMERIC
        DISPLAY "Employee ID must be six digits."
        MOVE "N" TO entryValid
    ELSE
        MOVE keyedEmployeeText TO keyedEmployeeId
        MOVE keyedEmployeeId TO rEmployeeId
        READ rosterFile
            INVALID KEY
                DISPLAY "Employee " keyedEmployeeId
                    " is not on the roster."
                MOVE "N" TO entryValid
            NOT INVALID KEY
                DISPLAY "Employee " keyedEmployeeId " " rName
        END-READ
    END-IF.
AcceptKitItem.
    DISPLAY "Item - SHRT, TRSR, COVR, JCKT, VEST or BOOT: "
    ACCEPT keyedItemCode
    INSPECT keyedItemCode CONVERTING
        "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    MOVE ZERO TO itemFound
    PERFORM MatchOneItem
        VARYING itemIndex FROM 1 BY 1
        UNTIL itemIndex > uniformItemCount OR itemFound > ZERO
    IF itemFound = ZERO
        DISPLAY "Unknown uniform item."
        MOVE "N" TO entryValid
    END-IF.
MatchOneItem.
    IF uiItemCode (itemIndex) = keyedItemCode
        MOVE itemIndex TO itemFound
    END-IF.
AcceptKitSizeAndQuantity.
    DISPLAY "Size label: "
    ACCEPT keyedSizeLabel
    INSPECT keyedSizeLabel CONVERTING
        "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    MOVE ZERO TO stockFound
    PERFORM MatchOneStockSize
        VARYING stockIndex FROM 1 BY 1
        UNTIL stockIndex > stockCount OR stockFound > ZERO
    IF stockFound = ZERO
        DISPLAY "Size " keyedSizeLabel " is not stocked."
        MOVE "N" TO entryValid
    END-IF
    IF entryValid = "Y"
        DISPLAY "Quantity (3 digits): "
        ACCEPT keyedQuantityText
        IF keyedQuantityText IS NUMERIC
            AND keyedQuantityText > ZERO
            MOVE keyedQuantityText TO keyedQuantity
        ELSE
            DISPLAY "Quantity must be numeric and above zero."
            MOVE "N" TO entryValid
        END-IF
    END-IF.
MatchOneStockSize.
    IF stSizeLabel (stockIndex) = keyedSizeLabel
        MOVE stockIndex TO stockFound
    END-IF.
IssueUniformKit.
    IF ledgerCount = 2000
        DISPLAY "Ledger table is full - nothing issued."
    ELSE
        PERFORM AcceptKitEmployee
        IF entryValid = "Y" AND rStatus = "T"
            DISPLAY "Employee " keyedEmployeeId
                " is terminated - nothing issued."
            MOVE "N" TO entryValid
        END-IF
        IF entryValid = "Y"
            PERFORM AcceptKitItem
        END-IF
        IF entryValid = "Y"
            PERFORM AcceptKitSizeAndQuantity
        END-IF
        IF entryValid = "Y"
            IF keyedQuantity > stOnHandCount (stockFound)
                DISPLAY "Only " stOnHandCount (stockFound)
                    " in size " keyedSizeLabel
                    " on the shelf - nothing issued."
                MOVE "N" TO entryValid
            END-IF
        END-IF
        IF entryValid = "Y"
            PERFORM CheckYearlyAllowance
        END-IF
        IF entryValid = "Y"
            SUBTRACT keyedQuantity FROM stOnHandCount (stockFound)
            MOVE "Y" TO stockChanged
            MOVE "I" TO ulTransType
            MOVE stUnitCost (stockFound) TO ulUnitCost
            PERFORM AppendLedgerMovement
            DISPLAY "Issued - " stOnHandCount (stockFound)
                " left in size " keyedSizeLabel "."
        END-IF
    END-IF.
CheckYearlyAllowance.
    MOVE ZERO TO yearIssuedCount
    PERFORM CountOneYearIssue
        VARYING ledgerIndex FROM 1 BY 1
        UNTIL ledgerIndex > ledgerCount
    IF yearIssuedCount + keyedQuantity
        > uiYearlyAllowance (itemFound)
        DISPLAY "Employee has drawn " yearIssuedCount " "
            keyedItemCode " this year against an allowance of "
            uiYearlyAllowance (itemFound)
            " - supervisor sign-off required."
        DISPLAY "Enter supervisor ID (blank to abandon): "
        ACCEPT overrideSupervisorId
        IF overrideSupervisorId = SPACES
            DISPLAY "Issue abandoned."
            MOVE "N" TO entryValid
        END-IF
    END-IF.
CountOneYearIssue.
    IF lgEmployeeId (ledgerIndex) = keyedEmployeeId
        AND lgItemCode (ledgerIndex) = keyedItemCode
        AND lgTransType (ledgerIndex) = "I"
        AND lgTransDate (ledgerIndex) (1:4) = runYear
        ADD lgQuantity (ledgerIndex) TO yearIssuedCount
    END-IF.
ReturnUniformKit.
    IF ledgerCount = 2000
        DISPLAY "Ledger table is full - return not recorded."
    ELSE
        PERFORM AcceptKitEmployee
        IF entryValid = "Y"
            PERFORM AcceptKitItem
        END-IF
        IF entryValid = "Y"
            PERFORM AcceptKitSizeAndQuantity
        END-IF
        IF entryValid = "Y"
            PERFORM BuildEmployeeHoldings
            MOVE ZERO TO holdingFound
            PERFORM MatchOneHolding
                VARYING holdingIndex FROM 1 BY 1
                UNTIL holdingIndex > holdingCount
                    OR holdingFound > ZERO
            IF holdingFound = ZERO
                DISPLAY "Employee holds no " keyedItemCode
                    " in size " keyedSizeLabel " - not recorded."
                MOVE "N" TO entryValid
            ELSE
            IF keyedQuantity > hdQuantity (holdingFound)
                DISPLAY "Employee holds only "
                    hdQuantity (holdingFound) " - not recorded."
                MOVE "N" TO entryValid
            END-IF
            END-IF
        END-IF
        IF entryValid = "Y"
            DISPLAY "Fit to reissue - back on the shelf (Y/N): "
            ACCEPT restockAnswer
            IF restockAnswer = "Y" OR restockAnswer = "y"
                ADD keyedQuantity TO stOnHandCount (stockFound)
                MOVE "Y" TO stockChanged
            END-IF
            MOVE "R" TO ulTransType
            MOVE hdUnitCost (holdingFound) TO ulUnitCost
            PERFORM AppendLedgerMovement
            DISPLAY "Return recorded."
        END-IF
    END-IF.
MatchOneHolding.
    IF hdItemCode (holdingIndex) = keyedItemCode
        AND hdSizeLabel (holdingIndex) = keyedSizeLabel
        MOVE holdingIndex TO holdingFound
    END-IF.
AppendLedgerMovement.
    MOVE keyedEmployeeId TO ulEmployeeId
    MOVE keyedItemCode TO ulItemCode
    MOVE keyedSizeLabel TO ulSizeLabel
    MOVE keyedQuantity TO ulQuantity
    MOVE runDate TO ulTransDate
    MOVE operatorId TO ulOperatorId
    OPEN EXTEND uniformLedgerFile
    IF uniformLedgerStatus = "05" OR uniformLedgerStatus = "35"
        OPEN OUTPUT uniformLedgerFile
    END-IF
    WRITE uniformLedgerRecord
    CLOSE uniformLedgerFile
    ADD 1 TO ledgerCount
    MOVE uniformLedgerRecord TO ledgerEntry (ledgerCount)
    ADD 1 TO movementCount.
BuildEmployeeHoldings.
    MOVE ZERO TO holdingCount
    PERFORM AddOneHoldingMovement
        VARYING ledgerIndex FROM 1 BY 1
        UNTIL ledgerIndex > ledgerCount.
AddOneHoldingMovement.
    IF lgEmployeeId (ledgerIndex) = keyedEmployeeId
        MOVE ZERO TO holdingFound
        PERFORM MatchLedgerHolding
            VARYING holdingIndex FROM 1 BY 1
            UNTIL holdingIndex > holdingCount
                OR holdingFound > ZERO
        IF holdingFound = ZERO AND holdingCount < 50
            ADD 1 TO holdingCount
            MOVE holdingCount TO holdingFound
            MOVE lgItemCode (ledgerIndex)
                TO hdItemCode (holdingFound)
            MOVE lgSizeLabel (ledgerIndex)
                TO hdSizeLabel (holdingFound)
            MOVE ZERO TO hdQuantity (holdingFound)
            MOVE ZERO TO hdUnitCost (holdingFound)
        END-IF
        IF holdingFound > ZERO
            IF lgTransType (ledgerIndex) = "I"
                ADD lgQuantity (ledgerIndex)
                    TO hdQuantity (holdingFound)
                MOVE lgUnitCost (ledgerIndex)
                    TO hdUnitCost (holdingFound)
            ELSE
                SUBTRACT lgQuantity (ledgerIndex)
                    FROM hdQuantity (holdingFound)
            END-IF
        END-IF
    END-IF.
MatchLedgerHolding.
    IF hdItemCode (holdingIndex) = lgItemCode (ledgerIndex)
        AND hdSizeLabel (holdingIndex) = lgSizeLabel (ledgerIndex)
        MOVE holdingIndex TO holdingFound
    END-IF.
ListEmployeeHoldings.
    PERFORM AcceptKitEmployee
    IF entryValid = "Y"
        PERFORM BuildEmployeeHoldings
        MOVE ZERO TO yearIssuedCount
        PERFORM ListOneHolding
            VARYING holdingIndex FROM 1 BY 1
            UNTIL holdingIndex > holdingCount
        IF yearIssuedCount = ZERO
            DISPLAY "Employee " keyedEmployeeId " holds no kit."
        END-IF
    END-IF.
ListOneHolding.
    IF hdQuantity (holdingIndex) > ZERO
        ADD 1 TO yearIssuedCount
        MOVE hdItemCode (holdingIndex) TO hllItemCode
        MOVE hdItemCode (holdingIndex) TO keyedItemCode
        MOVE ZERO TO itemFound
        PERFORM MatchOneItem
            VARYING itemIndex FROM 1 BY 1
            UNTIL itemIndex > uniformItemCount OR itemFound > ZERO
        IF itemFound > ZERO
            MOVE uiDescription (itemFound) TO hllDescription
        ELSE
            MOVE "(UNKNOWN ITEM)" TO hllDescription
        END-IF
        MOVE hdSizeLabel (holdingIndex) TO hllSizeLabel
        MOVE hdQuantity (holdingIndex) TO hllQuantity
        MOVE hdUnitCost (holdingIndex) TO hllUnitCost
        DISPLAY holdingListLine
    END-IF.
