*> open PO line, flags over-deliveries, closes a line once the
*> ordered quantity is in, and rewrites the register; (L)ist shows
*> what is still on order.
*> Each stock row now carries the vendor's unit cost, and the order
*> line is raised at that agreed price, printed on the PO and held on
*> the register (shared layout POREG.cpy, with VENDMAST.cpy for the
*> vendor file) together with the quantity invoiced, so the vendor's
*> invoice can be matched three ways in VENDOR-INVOICE-MATCH.
*> The stock layout now lives in the shared UNISTOCK.cpy copybook,
*> now that UNIFORM-ISSUE-LEDGER draws the on-hand count down as kit
*> is issued - the next generate run sees the real stock.
*> The unit cost on each stock row is now kept by the (P)rice mode:
*> purchasing keys a size's agreed cost (and its vendor, for a size
*> not yet stocked) and the stock file is rewritten with it. Open PO
*> lines for that size and vendor raised without a price take the
*> new one, so their invoices can be matched, and kit issued from
*> then on carries a cost a leaver's recovery can be valued at. A
*> generate run names every size it orders with no cost on file.
IDENTIFICATION DIVISION.
PROGRAM-ID. UNIFORM-PURCHASE-ORDER.
ENVIRONMENT DIVISION.
    05 utSizeLabel PIC X(3).
    05 utSizeCount PIC 9(04).
FD  uniformStockFile.
COPY "UNISTOCK.cpy".
FD  vendorMasterFile.
COPY "VENDMAST.cpy".
FD  poSequenceFile.
01 poSequenceRecord.
    05 psLastPoNumber PIC 9(06).
FD  poRegisterFile.
COPY "POREG.cpy".
FD  poDocumentFile.
01 poDocumentRecord PIC X(70).
WORKING-STORAGE SECTION.
            10 stSizeLabel PIC X(3).
            10 stOnHandCount PIC 9(04).
            10 stVendorCode PIC X(4).
            10 stUnitCost PIC 9(05)V99.
    01 stockCount PIC 99 VALUE ZERO.
    01 stockIndex PIC 99.
    01 stockFound PIC 99.
    01 stockOverflow PIC X(1) VALUE "N".
    01 stockChanged PIC X(1) VALUE "N".
    01 keyedUnitCostText PIC X(07).
    01 keyedUnitCost PIC 9(05)V99.
    01 keyedVendorCode PIC X(4).
    01 costDisplay PIC ZZ,ZZ9.99.
    01 pricedCount PIC 9(03) VALUE ZERO.
    01 stampedLineCount PIC 9(03) VALUE ZERO.
    01 vendorTable.
        05 vendorEntry OCCURS 20 TIMES.
            10 vdVendorCode PIC X(4).
            10 sfSizeLabel PIC X(3).
            10 sfVendorCode PIC X(4).
            10 sfQtyNeeded PIC 9(04).
            10 sfUnitPrice PIC 9(05)V99.
    01 shortfallCount PIC 99 VALUE ZERO.
    01 shortfallIndex PIC 99.
    01 netRequired PIC S9(05).
            10 rgQtyOrdered PIC 9(04).
            10 rgQtyReceived PIC 9(04).
            10 rgStatus PIC X(1).
            10 rgUnitPrice PIC 9(05)V99.
            10 rgQtyInvoiced PIC 9(04).
    01 registerCount PIC 9(03) VALUE ZERO.
    01 registerIndex PIC 9(03).
    01 registerFound PIC 9(03).
        05 pdlSizeLabel PIC X(3).
        05 FILLER PIC X(10) VALUE " QUANTITY=".
        05 pdlQtyOrdered PIC Z(03)9.
        05 FILLER PIC X(12) VALUE " UNIT PRICE=".
        05 pdlUnitPrice PIC $$,$$9.99.
    01 poListLine.
        05 pllPoNumber PIC 9(06).
        05 FILLER PIC X(1) VALUE " ".
        operatorId
    ACCEPT runDate FROM DATE YYYYMMDD
    PERFORM LoadPoRegister
    DISPLAY "(G)enerate orders, (R)eceive delivery, "
        "(L)ist open orders or (P)rice a size: "
    ACCEPT runMode
    EVALUATE runMode
        WHEN "R" WHEN "r"
            PERFORM ReceiveOneDelivery UNTIL keepGoing NOT = "Y"
        WHEN "L" WHEN "l"
            PERFORM ListOpenOrders
        WHEN "P" WHEN "p"
            PERFORM PriceSizesProcedure
        WHEN OTHER
            PERFORM GenerateOrdersProcedure
    END-EVALUATE
    END-IF
    MOVE "UNIFORM PO" TO tlInputs
    MOVE SPACES TO tlResultOut
    IF runMode = "P" OR runMode = "p"
        STRING "PRICED=" DELIMITED BY SIZE
            pricedCount DELIMITED BY SIZE
            INTO tlResultOut
        END-STRING
    ELSE
        STRING "POS=" DELIMITED BY SIZE
            poGeneratedCount DELIMITED BY SIZE
            INTO tlResultOut
        END-STRING
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
    MOVE poQtyOrdered TO rgQtyOrdered (registerCount)
    MOVE poQtyReceived TO rgQtyReceived (registerCount)
    MOVE poStatus TO rgStatus (registerCount)
    IF poUnitPrice IS NUMERIC
        MOVE poUnitPrice TO rgUnitPrice (registerCount)
    ELSE
        MOVE ZERO TO rgUnitPrice (registerCount)
    END-IF
    IF poQtyInvoiced IS NUMERIC
        MOVE poQtyInvoiced TO rgQtyInvoiced (registerCount)
    ELSE
        MOVE ZERO TO rgQtyInvoiced (registerCount)
    END-IF
    PERFORM ReadPoRegisterRecord.
RewritePoRegister.
    IF registerOverflow = "Y"
    MOVE rgQtyOrdered (registerIndex) TO poQtyOrdered
    MOVE rgQtyReceived (registerIndex) TO poQtyReceived
    MOVE rgStatus (registerIndex) TO poStatus
    MOVE rgUnitPrice (registerIndex) TO poUnitPrice
    MOVE rgQtyInvoiced (registerIndex) TO poQtyInvoiced
    WRITE poRegisterRecord.
LoadStockFile.
    MOVE ZERO TO stockCount
        PERFORM ReadStockRecord
        PERFORM AddStockEntry
            UNTIL uniformStockEOF = "Y" OR stockCount = 20
        IF uniformStockEOF NOT = "Y"
            MOVE "Y" TO stockOverflow
        END-IF
        CLOSE uniformStockFile
    ELSE
        DISPLAY "Stock file not available - nothing netted off."
    MOVE usSizeLabel TO stSizeLabel (stockCount)
    MOVE usOnHandCount TO stOnHandCount (stockCount)
    MOVE usVendorCode TO stVendorCode (stockCount)
    IF usUnitCost IS NUMERIC
        MOVE usUnitCost TO stUnitCost (stockCount)
    ELSE
        MOVE ZERO TO stUnitCost (stockCount)
    END-IF
    PERFORM ReadStockRecord.
RewriteStockFile.
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
LoadVendorMaster.
    MOVE ZERO TO vendorCount
    MOVE "N" TO vendorMasterEOF
                IF stockFound > ZERO
                    MOVE stVendorCode (stockFound)
                        TO sfVendorCode (shortfallCount)
                    MOVE stUnitCost (stockFound)
                        TO sfUnitPrice (shortfallCount)
                    IF stUnitCost (stockFound) = ZERO
                        DISPLAY "Size " utSizeLabel
                            " has no unit cost on UNISTOCK.DAT - "
                            "ordered unpriced, set it with (P)rice."
                    END-IF
                ELSE
                    MOVE SPACES
                        TO sfVendorCode (shortfallCount)
                    MOVE ZERO TO sfUnitPrice (shortfallCount)
                    DISPLAY "Size " utSizeLabel
                        " has no stock row - no vendor known."
                END-IF
        END-IF
        MOVE sfSizeLabel (shortfallIndex) TO pdlSizeLabel
        MOVE sfQtyNeeded (shortfallIndex) TO pdlQtyOrdered
        MOVE sfUnitPrice (shortfallIndex) TO pdlUnitPrice
        WRITE poDocumentRecord FROM poDetailLine
        IF registerCount < 200
            ADD 1 TO registerCount
                TO rgQtyOrdered (registerCount)
            MOVE ZERO TO rgQtyReceived (registerCount)
            MOVE "O" TO rgStatus (registerCount)
            MOVE sfUnitPrice (shortfallIndex)
                TO rgUnitPrice (registerCount)
            MOVE ZERO TO rgQtyInvoiced (registerCount)
            MOVE "Y" TO registerChanged
        END-IF
    END-IF.
        MOVE rgStatus (registerIndex) TO pllStatus
        DISPLAY poListLine
    END-IF.
PriceSizesProcedure.
    PERFORM LoadStockFile
    PERFORM LoadVendorMaster
    IF stockOverflow = "Y"
        DISPLAY "UNISTOCK.DAT HAS MORE THAN 20 ROWS - PRICING "
            "REFUSED - THE REWRITE WOULD LOSE THE REST"
        MOVE "REJECTED" TO logRunStatus
    ELSE
        PERFORM PriceOneSize UNTIL keepGoing NOT = "Y"
        IF stockChanged = "Y"
            PERFORM RewriteStockFile
        END-IF
        DISPLAY pricedCount " size(s) priced, " stampedLineCount
            " unpriced open PO line(s) given the new cost."
    END-IF.
PriceOneSize.
    DISPLAY "Enter size label (blank to finish): "
    ACCEPT keyedSizeLabel
    IF keyedSizeLabel = SPACES
        MOVE "N" TO keepGoing
    ELSE
        MOVE ZERO TO stockFound
        PERFORM MatchOneKeyedSize
            VARYING stockIndex FROM 1 BY 1
            UNTIL stockIndex > stockCount
                OR stockFound > ZERO
        IF stockFound > ZERO
            MOVE stUnitCost (stockFound) TO costDisplay
            DISPLAY "Size " keyedSizeLabel " vendor "
                stVendorCode (stockFound) " cost " costDisplay
            DISPLAY "Enter vendor code (blank keeps it): "
        ELSE
            DISPLAY "Size " keyedSizeLabel " is not stocked yet."
            DISPLAY "Enter vendor code: "
        END-IF
        ACCEPT keyedVendorCode
        DISPLAY "Enter unit cost (7 digits, 12.50 as 0001250): "
        ACCEPT keyedUnitCostText
        IF keyedUnitCostText IS NOT NUMERIC
            DISPLAY "Unit cost not numeric - size not priced."
        ELSE
        IF keyedVendorCode = SPACES AND stockFound = ZERO
            DISPLAY "A new size needs a vendor - size not priced."
        ELSE
            IF keyedVendorCode = SPACES
                MOVE stVendorCode (stockFound) TO keyedVendorCode
            END-IF
            MOVE ZERO TO vendorFound
            PERFORM MatchOneKeyedVendor
                VARYING vendorIndex FROM 1 BY 1
                UNTIL vendorIndex > vendorCount
                    OR vendorFound > ZERO
            IF vendorFound = ZERO
                DISPLAY "Vendor " keyedVendorCode
                    " not on VENDMAST.DAT - size not priced."
            ELSE
            IF stockFound = ZERO AND stockCount = 20
                DISPLAY "Stock table is full - size not added."
            ELSE
                PERFORM ApplyKeyedPrice
            END-IF
            END-IF
        END-IF
        END-IF
    END-IF.
MatchOneKeyedSize.
    IF stSizeLabel (stockIndex) = keyedSizeLabel
        MOVE stockIndex TO stockFound
    END-IF.
MatchOneKeyedVendor.
    IF vdVendorCode (vendorIndex) = keyedVendorCode
        MOVE vendorIndex TO vendorFound
    END-IF.
ApplyKeyedPrice.
    MOVE keyedUnitCostText TO keyedUnitCost (1:7)
    IF stockFound = ZERO
        ADD 1 TO stockCount
        MOVE stockCount TO stockFound
        MOVE keyedSizeLabel TO stSizeLabel (stockFound)
        MOVE ZERO TO stOnHandCount (stockFound)
    END-IF
    MOVE keyedVendorCode TO stVendorCode (stockFound)
    MOVE keyedUnitCost TO stUnitCost (stockFound)
    MOVE "Y" TO stockChanged
    ADD 1 TO pricedCount
    PERFORM StampOneUnpricedLine
        VARYING registerIndex FROM 1 BY 1
        UNTIL registerIndex > registerCount
    DISPLAY "Size " keyedSizeLabel " priced.".
StampOneUnpricedLine.
    IF rgSizeLabel (registerIndex) = keyedSizeLabel
        AND rgVendorCode (registerIndex) = keyedVendorCode
        AND rgStatus (registerIndex) NOT = "C"
        AND rgUnitPrice (registerIndex) = ZERO
        AND rgQtyInvoiced (registerIndex) = ZERO
        MOVE keyedUnitCost TO rgUnitPrice (registerIndex)
        MOVE "Y" TO registerChanged
        ADD 1 TO stampedLineCount
    END-IF.
