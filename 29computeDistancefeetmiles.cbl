*> and exactly which shipment IDs to load together so the dock can
*> actually combine them. The register and extract files are not
*> touched; this is a planning pass.
*> The CARRIER.DAT layout now lives in the shared CARRIER.cpy
*> copybook, and each FREIGHTX.DAT row carries the shipment's job
*> number so the bill of lading can list the pieces on the truck.
*> A (R)ate-shopping mode prices every shipment staged in SHIPDIST.DAT
*> - its total legs, and the weight on its FREIGHTX.DAT row (rolled up
*> from the job's estimate lines when it has not been priced yet) -
*> against every active CARRIER.DAT contract through the same band,
*> minimum-charge, weight and fuel-surcharge pricing, and RATESHOP.RPT
*> shows the assigned carrier's cost next to the cheapest alternative
*> and the saving, so logistics can change the carrier before the
*> truck is booked. Each shipment's result is kept on RATESHOP.DAT
*> (a re-shopped shipment replaces its earlier row) and the report
*> closes with the month-to-date money left on the table per assigned
*> carrier for contract renewal. Like consolidation, this is a
*> planning pass: the batch register and the extract are not touched.
*> The feet-to-miles conversion now lives in the shared
*> CONVERT-FEET-TO-MILES routine, CALLed from every pricing path, so
*> expense claims price odometer distances with the same arithmetic.
*> The interactive feet-to-inches and feet-to-yards figures now come
*> from CONVERT-UNITS and the conversion-factor master CONVFACT.DAT,
*> like the miles, so a corrected factor reaches this program and
*> UNITCONV on the same day.
IDENTIFICATION DIVISION.
PROGRAM-ID. CONVERT-DISTANCE.
ENVIRONMENT DIVISION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS exchangeRateStatus.
    SELECT freightExtractFile ASSIGN TO "FREIGHTX.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS freightExtractStatus.
    SELECT estimateDetailFile ASSIGN TO "ESTDETL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estimateDetailStatus.
        FILE STATUS IS ctlLimitFileStatus.
    SELECT consolidationReportFile ASSIGN TO "CONSOL.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT rateShopFile ASSIGN TO "RATESHOP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS rateShopStatus.
    SELECT rateShopReportFile ASSIGN TO "RATESHOP.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  shipmentsFile.
FD  consolidationReportFile.
01 consolidationReportRecord PIC X(110).
FD  carrierContractFile.
COPY "CARRIER.cpy".
FD  rateShopFile.
01 rateShopRecord.
    05 rsRunDate PIC 9(08).
    05 rsShipmentId PIC X(15).
    05 rsAssignedCarrier PIC X(4).
    05 rsAssignedCost PIC 9(07)V99.
    05 rsCheapestCarrier PIC X(4).
    05 rsCheapestCost PIC 9(07)V99.
    05 rsSaving PIC 9(07)V99.
FD  rateShopReportFile.
01 rateShopReportRecord PIC X(110).
WORKING-STORAGE SECTION.
    01 runMode PIC X(1).
    01 shipmentsEOF PIC X(1) VALUE "N".
            10 ctSurchargePct PIC 9(02)V99.
            10 ctWeightThreshold PIC 9(05)V99.
            10 ctRatePerWeight PIC 9(03)V99.
            10 ctContractStatus PIC X(1).
    01 carrierCount PIC 99 VALUE ZERO.
    01 carrierIndex PIC 99.
    01 carrierFound PIC 99.
    01 inches PIC 9(08)V99.
    01 yards PIC 9(07)V99.
    01 miles PIC 9(04)V9999999.
    01 conversionFromUnit PIC X(04).
    01 conversionToUnit PIC X(04).
    01 conversionValueIn PIC S9(09)V9(08).
    01 conversionValueOut PIC S9(09)V9(08).
    01 conversionResult PIC X(01).
    01 conversionFeet PIC 9(08)V99.
    01 freightRateTable.
        05 FILLER PIC 9(04)V9999 VALUE 0100.0000.
        05 FILLER PIC 9(03)V99 VALUE 002.50.
        05 ctlSavings PIC -$$$,$$$,$$9.99.
        05 FILLER PIC X(20) VALUE " SHIPMENTS GROUPED=".
        05 ctlGroupedCount PIC Z(03)9.
    01 freightExtractStatus PIC X(2) VALUE "00".
    01 freightExtractEOF PIC X(1) VALUE "N".
    01 rateShopStatus PIC X(2) VALUE "00".
    01 rateShopEOF PIC X(1) VALUE "N".
    01 pricedWeightTable.
        05 pricedWeightEntry OCCURS 200 TIMES.
            10 pwShipmentId PIC X(15).
            10 pwShipmentWeight PIC 9(07)V99.
    01 pricedWeightCount PIC 9(03) VALUE ZERO.
    01 pricedWeightIndex PIC 9(03).
    01 pricedWeightFound PIC 9(03).
    01 shopHistoryTable.
        05 shopHistoryEntry OCCURS 500 TIMES.
            10 shRunDate PIC 9(08).
            10 shShipmentId PIC X(15).
            10 shAssignedCarrier PIC X(4).
            10 shAssignedCost PIC 9(07)V99.
            10 shCheapestCarrier PIC X(4).
            10 shCheapestCost PIC 9(07)V99.
            10 shSaving PIC 9(07)V99.
    01 shopHistoryCount PIC 9(03) VALUE ZERO.
    01 shopHistoryIndex PIC 9(03).
    01 shopHistoryFound PIC 9(03).
    01 shopHistoryOverflow PIC X(1) VALUE "N".
    01 leftOnTableTable.
        05 leftOnTableEntry OCCURS 20 TIMES.
            10 ltCarrierCode PIC X(4).
            10 ltShipmentCount PIC 9(05).
            10 ltAmount PIC 9(09)V99.
    01 leftOnTableCount PIC 99 VALUE ZERO.
    01 leftOnTableIndex PIC 99.
    01 leftOnTableFound PIC 99.
    01 shopRunMonth PIC 9(06).
    01 assignedCarrierCost PIC 9(07)V99.
    01 assignedFlagText PIC X(2).
    01 cheapestCarrierCode PIC X(4).
    01 cheapestCarrierCost PIC 9(07)V99.
    01 shopSaving PIC 9(07)V99.
    01 shopSavingTotal PIC 9(09)V99 VALUE ZERO.
    01 shopShipmentCount PIC 9(05) VALUE ZERO.
    01 shopBetterCount PIC 9(05) VALUE ZERO.
    01 shopWeightSource PIC X(1).
    01 rateShopTitleLine PIC X(50)
        VALUE "CARRIER RATE-SHOPPING REPORT".
    01 rateShopDetailLine.
        05 rsdShipmentId PIC X(15).
        05 FILLER PIC X(7) VALUE " MILES=".
        05 rsdMiles PIC Z(03)9.99.
        05 FILLER PIC X(4) VALUE " WT=".
        05 rsdWeight PIC Z(05)9.9.
        05 rsdWeightFlag PIC X(1).
        05 FILLER PIC X(10) VALUE " ASSIGNED=".
        05 rsdAssignedCarrier PIC X(4).
        05 rsdAssignedFlag PIC X(2).
        05 rsdAssignedCost PIC $$$,$$9.99.
        05 FILLER PIC X(10) VALUE " CHEAPEST=".
        05 rsdCheapestCarrier PIC X(4).
        05 FILLER PIC X(1) VALUE " ".
        05 rsdCheapestCost PIC $$$,$$9.99.
        05 FILLER PIC X(6) VALUE " SAVE=".
        05 rsdSaving PIC $$$,$$9.99.
    01 rateShopNoteLine PIC X(80)
        VALUE "* = ASSIGNED CARRIER NOT CONTRACTED  E = WEIGHT FROM ESTIMATE".
    01 rateShopTotalLine.
        05 FILLER PIC X(18) VALUE "SHIPMENTS SHOPPED=".
        05 rstShipmentCount PIC Z(04)9.
        05 FILLER PIC X(15) VALUE " CHEAPER ELSE=".
        05 rstBetterCount PIC Z(04)9.
        05 FILLER PIC X(14) VALUE " SAVING TODAY=".
        05 rstSavingTotal PIC $$$,$$$,$$9.99.
    01 leftOnTableTitleLine.
        05 FILLER PIC X(40)
            VALUE "MONTH-TO-DATE LEFT ON THE TABLE - MONTH ".
        05 lttMonth PIC 9999/99.
    01 leftOnTableLine.
        05 FILLER PIC X(2) VALUE " ".
        05 lolCarrierCode PIC X(4).
        05 FILLER PIC X(11) VALUE " SHIPMENTS=".
        05 lolShipmentCount PIC Z(04)9.
        05 FILLER PIC X(8) VALUE " LEFT=".
        05 lolAmount PIC $$$,$$$,$$9.99.
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 tlAmountWork PIC S9(09)V9(04).
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "CONVERT-DISTANCE", operatorId
    DISPLAY "Run in interactive, batch, consolidation or "
        "rate-shopping mode (I/B/C/R):"
    ACCEPT runMode
    IF runMode = "C" OR runMode = "c"
        PERFORM ConsolidationProcedure
        GOBACK
    END-IF
    IF runMode = "R" OR runMode = "r"
        PERFORM RateShoppingProcedure
        GOBACK
    END-IF
    IF runMode = "B" OR runMode = "b"
        PERFORM BatchFreightEstimate
    ELSE
        PERFORM AcceptDistanceInput
        MOVE feet TO conversionValueIn
        MOVE "FT" TO conversionFromUnit
        MOVE "IN" TO conversionToUnit
        PERFORM ApplyConversionFactor
        MOVE conversionValueOut TO inches
        DISPLAY "Distance in inches: " inches
        MOVE "YD" TO conversionToUnit
        PERFORM ApplyConversionFactor
        MOVE conversionValueOut TO yards
        DISPLAY "Distance in yards: " yards
        MOVE feet TO conversionFeet
        CALL "CONVERT-FEET-TO-MILES" USING conversionFeet, miles
        DISPLAY "Distance in miles: " miles
        PERFORM ComputeFreightCost
        MOVE freightCost TO freightCostCurrency
AcceptDistanceInput.
    DISPLAY "Enter the distance in feet:"
    ACCEPT feet.
ApplyConversionFactor.
    CALL "CONVERT-UNITS" USING conversionFromUnit, conversionToUnit,
        conversionValueIn, conversionValueOut, conversionResult
    IF conversionResult = "N"
        DISPLAY "No " conversionFromUnit " to " conversionToUnit
            " factor on CONVFACT.DAT - result is zero."
        MOVE "ERROR" TO logRunStatus
    END-IF.
ComputeFreightCost.
    PERFORM FindFreightRateBand VARYING freightRateIndex FROM 1 BY 1
        UNTIL miles <= freightUpperMiles (freightRateIndex)
FlushCurrentShipment.
    IF shipmentInProgress = "Y"
        MOVE shipmentFeetTotal TO feet
        CALL "CONVERT-FEET-TO-MILES" USING shipmentFeetTotal, miles
        PERFORM ComputeShipmentWeight
        PERFORM FindCarrierContract
        IF carrierFound > ZERO
        MOVE freightCost TO fxFreightCost
        MOVE currentCustomerId TO fxCustomerId
        MOVE shipmentWeight TO fxShipmentWeight
        MOVE currentJobNumber TO fxJobNumber
        WRITE freightExtractRecord
        MOVE feet TO tlAmountWork
        CALL "FORMAT-AMOUNT-FOR-LOG" USING tlAmountWork, tlAmount1Text
    ELSE
        MOVE ZERO TO ctRatePerWeight (carrierCount)
    END-IF
    MOVE crContractStatus TO ctContractStatus (carrierCount)
    PERFORM ReadCarrierContractRecord.
CopyOneCarrierBand.
    MOVE crUpperMiles (carrierBandIndex)
        MOVE currentCustomerId TO cnCustomerId (consolCount)
        MOVE currentJobNumber TO cnJobNumber (consolCount)
        MOVE shipmentFeetTotal TO cnFeet (consolCount)
        CALL "CONVERT-FEET-TO-MILES" USING shipmentFeetTotal, miles
        MOVE miles TO cnMiles (consolCount)
        PERFORM ComputeShipmentWeight
        MOVE shipmentWeight TO cnWeight (consolCount)
        MOVE ZERO TO cnGroupNumber (consolCount)
        VARYING consolIndex FROM 1 BY 1
        UNTIL consolIndex > consolCount
    IF groupMemberCount > 1
        CALL "CONVERT-FEET-TO-MILES" USING groupLongestFeet, miles
        MOVE groupWeightTotal TO shipmentWeight
        PERFORM FindCarrierContract
        IF carrierFound > ZERO
        MOVE cnMiles (consolIndex) TO cmlMiles
        WRITE consolidationReportRecord FROM consolMemberLine
    END-IF.
RateShoppingProcedure.
    ACCEPT freightRunDate FROM DATE YYYYMMDD
    MOVE freightRunDate (1:6) TO shopRunMonth
    PERFORM LoadMaterialWeights
    PERFORM LoadCarrierContracts
    PERFORM LoadPricedWeights
    PERFORM LoadRateShopHistory
    OPEN OUTPUT rateShopReportFile
    WRITE rateShopReportRecord FROM rateShopTitleLine
    WRITE rateShopReportRecord FROM rateShopNoteLine
    MOVE "N" TO shipmentsEOF
    MOVE "N" TO shipmentInProgress
    OPEN INPUT shipmentsFile
    PERFORM ReadShipmentsRecord
    IF shipmentsEOF NOT = "Y" AND shipmentsRecord (1:1) = "H"
        AND shipmentsRecord (10:8) IS NUMERIC
        PERFORM ReadShipmentsRecord
    END-IF
    PERFORM RollOneShopShipment UNTIL shipmentsEOF = "Y"
    PERFORM ShopCurrentShipment
    CLOSE shipmentsFile
    MOVE shopShipmentCount TO rstShipmentCount
    MOVE shopBetterCount TO rstBetterCount
    MOVE shopSavingTotal TO rstSavingTotal
    WRITE rateShopReportRecord FROM rateShopTotalLine
    IF shopHistoryOverflow = "Y"
        DISPLAY "RATESHOP.DAT HAS MORE THAN 500 ROWS - "
            "HISTORY NOT UPDATED - ARCHIVE THE FILE"
    ELSE
        PERFORM RewriteRateShopHistory
    END-IF
    PERFORM WriteLeftOnTableSection
    CLOSE rateShopReportFile
    DISPLAY "Rate-shopping report written to RATESHOP.RPT"
    MOVE "RATE SHOP" TO tlInputs
    MOVE shopSavingTotal TO tlAmountWork
    CALL "FORMAT-AMOUNT-FOR-LOG" USING tlAmountWork, tlResultOut
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus.
LoadPricedWeights.
    MOVE ZERO TO pricedWeightCount
    MOVE "N" TO freightExtractEOF
    OPEN INPUT freightExtractFile
    IF freightExtractStatus = "00"
        PERFORM AddOnePricedWeight UNTIL freightExtractEOF = "Y"
        CLOSE freightExtractFile
    END-IF.
AddOnePricedWeight.
    READ freightExtractFile
        AT END MOVE "Y" TO freightExtractEOF
        NOT AT END
            IF fxShipmentWeight IS NUMERIC
                MOVE fxShipmentId TO currentShipmentId
                PERFORM FindPricedWeight
                IF pricedWeightFound = ZERO
                    AND pricedWeightCount < 200
                    ADD 1 TO pricedWeightCount
                    MOVE pricedWeightCount TO pricedWeightFound
                    MOVE fxShipmentId
                        TO pwShipmentId (pricedWeightFound)
                END-IF
                IF pricedWeightFound > ZERO
                    MOVE fxShipmentWeight
                        TO pwShipmentWeight (pricedWeightFound)
                END-IF
            END-IF
    END-READ.
FindPricedWeight.
    MOVE ZERO TO pricedWeightFound
    PERFORM MatchOnePricedWeight
        VARYING pricedWeightIndex FROM 1 BY 1
        UNTIL pricedWeightIndex > pricedWeightCount
            OR pricedWeightFound > ZERO.
MatchOnePricedWeight.
    IF pwShipmentId (pricedWeightIndex) = currentShipmentId
        MOVE pricedWeightIndex TO pricedWeightFound
    END-IF.
LoadRateShopHistory.
    MOVE ZERO TO shopHistoryCount
    MOVE "N" TO shopHistoryOverflow
    MOVE "N" TO rateShopEOF
    OPEN INPUT rateShopFile
    IF rateShopStatus = "00"
        PERFORM ReadRateShopRecord
        PERFORM AddRateShopEntry
            UNTIL rateShopEOF = "Y" OR shopHistoryCount = 500
        IF rateShopEOF NOT = "Y"
            MOVE "Y" TO shopHistoryOverflow
        END-IF
        CLOSE rateShopFile
    END-IF.
ReadRateShopRecord.
    READ rateShopFile
        AT END MOVE "Y" TO rateShopEOF
    END-READ.
AddRateShopEntry.
    ADD 1 TO shopHistoryCount
    MOVE rsRunDate TO shRunDate (shopHistoryCount)
    MOVE rsShipmentId TO shShipmentId (shopHistoryCount)
    MOVE rsAssignedCarrier TO shAssignedCarrier (shopHistoryCount)
    MOVE rsAssignedCost TO shAssignedCost (shopHistoryCount)
    MOVE rsCheapestCarrier TO shCheapestCarrier (shopHistoryCount)
    MOVE rsCheapestCost TO shCheapestCost (shopHistoryCount)
    MOVE rsSaving TO shSaving (shopHistoryCount)
    PERFORM ReadRateShopRecord.
RollOneShopShipment.
    IF shipmentInProgress = "Y"
        AND spShipmentId NOT = currentShipmentId
        PERFORM ShopCurrentShipment
    END-IF
    IF shipmentInProgress = "N"
        MOVE "Y" TO shipmentInProgress
        MOVE spShipmentId TO currentShipmentId
        MOVE spCarrierCode TO currentCarrierCode
        MOVE spCustomerId TO currentCustomerId
        IF spJobNumber IS NUMERIC
            MOVE spJobNumber TO currentJobNumber
        ELSE
            MOVE ZERO TO currentJobNumber
        END-IF
        MOVE ZERO TO shipmentFeetTotal
    END-IF
    ADD spFeet TO shipmentFeetTotal
    PERFORM ReadShipmentsRecord.
ShopCurrentShipment.
    IF shipmentInProgress = "Y"
        CALL "CONVERT-FEET-TO-MILES" USING shipmentFeetTotal, miles
        PERFORM FindPricedWeight
        IF pricedWeightFound > ZERO
            MOVE pwShipmentWeight (pricedWeightFound)
                TO shipmentWeight
            MOVE SPACE TO shopWeightSource
        ELSE
            PERFORM ComputeShipmentWeight
            MOVE "E" TO shopWeightSource
        END-IF
        PERFORM FindCarrierContract
        IF carrierFound > ZERO
            PERFORM ComputeCarrierFreightCost
            MOVE SPACES TO assignedFlagText
        ELSE
            PERFORM ComputeFreightCost
            MOVE " *" TO assignedFlagText
        END-IF
        MOVE freightCost TO assignedCarrierCost
        MOVE SPACES TO cheapestCarrierCode
        MOVE ZERO TO cheapestCarrierCost
        PERFORM PriceOneAlternative
            VARYING carrierIndex FROM 1 BY 1
            UNTIL carrierIndex > carrierCount
        MOVE ZERO TO shopSaving
        IF cheapestCarrierCode NOT = SPACES
            AND cheapestCarrierCost < assignedCarrierCost
            COMPUTE shopSaving =
                assignedCarrierCost - cheapestCarrierCost
            ADD 1 TO shopBetterCount
            ADD shopSaving TO shopSavingTotal
        END-IF
        ADD 1 TO shopShipmentCount
        MOVE currentShipmentId TO rsdShipmentId
        MOVE miles TO rsdMiles
        MOVE shipmentWeight TO rsdWeight
        MOVE shopWeightSource TO rsdWeightFlag
        MOVE currentCarrierCode TO rsdAssignedCarrier
        MOVE assignedFlagText TO rsdAssignedFlag
        MOVE assignedCarrierCost TO rsdAssignedCost
        IF cheapestCarrierCode = SPACES
            MOVE "NONE" TO rsdCheapestCarrier
        ELSE
            MOVE cheapestCarrierCode TO rsdCheapestCarrier
        END-IF
        MOVE cheapestCarrierCost TO rsdCheapestCost
        MOVE shopSaving TO rsdSaving
        WRITE rateShopReportRecord FROM rateShopDetailLine
        PERFORM RecordShopResult
        MOVE "N" TO shipmentInProgress
    END-IF.
PriceOneAlternative.
    IF ctCarrierCode (carrierIndex) NOT = currentCarrierCode
        AND ctContractStatus (carrierIndex) NOT = "I"
        MOVE carrierIndex TO carrierFound
        PERFORM ComputeCarrierFreightCost
        IF cheapestCarrierCode = SPACES
            OR freightCost < cheapestCarrierCost
            MOVE ctCarrierCode (carrierIndex) TO cheapestCarrierCode
            MOVE freightCost TO cheapestCarrierCost
        END-IF
    END-IF.
RecordShopResult.
    MOVE ZERO TO shopHistoryFound
    PERFORM MatchOneShopHistory
        VARYING shopHistoryIndex FROM 1 BY 1
        UNTIL shopHistoryIndex > shopHistoryCount
            OR shopHistoryFound > ZERO
    IF shopHistoryFound = ZERO
        IF shopHistoryCount < 500
            ADD 1 TO shopHistoryCount
            MOVE shopHistoryCount TO shopHistoryFound
        ELSE
            MOVE "Y" TO shopHistoryOverflow
        END-IF
    END-IF
    IF shopHistoryFound > ZERO
        MOVE freightRunDate TO shRunDate (shopHistoryFound)
        MOVE currentShipmentId TO shShipmentId (shopHistoryFound)
        MOVE currentCarrierCode
            TO shAssignedCarrier (shopHistoryFound)
        MOVE assignedCarrierCost
            TO shAssignedCost (shopHistoryFound)
        MOVE cheapestCarrierCode
            TO shCheapestCarrier (shopHistoryFound)
        MOVE cheapestCarrierCost
            TO shCheapestCost (shopHistoryFound)
        MOVE shopSaving TO shSaving (shopHistoryFound)
    END-IF.
MatchOneShopHistory.
    IF shShipmentId (shopHistoryIndex) = currentShipmentId
        MOVE shopHistoryIndex TO shopHistoryFound
    END-IF.
RewriteRateShopHistory.
    OPEN OUTPUT rateShopFile
    PERFORM WriteOneRateShopRow
        VARYING shopHistoryIndex FROM 1 BY 1
        UNTIL shopHistoryIndex > shopHistoryCount
    CLOSE rateShopFile.
WriteOneRateShopRow.
    MOVE shRunDate (shopHistoryIndex) TO rsRunDate
    MOVE shShipmentId (shopHistoryIndex) TO rsShipmentId
    MOVE shAssignedCarrier (shopHistoryIndex) TO rsAssignedCarrier
    MOVE shAssignedCost (shopHistoryIndex) TO rsAssignedCost
    MOVE shCheapestCarrier (shopHistoryIndex) TO rsCheapestCarrier
    MOVE shCheapestCost (shopHistoryIndex) TO rsCheapestCost
    MOVE shSaving (shopHistoryIndex) TO rsSaving
    WRITE rateShopRecord.
WriteLeftOnTableSection.
    MOVE ZERO TO leftOnTableCount
    PERFORM TallyOneLeftOnTable
        VARYING shopHistoryIndex FROM 1 BY 1
        UNTIL shopHistoryIndex > shopHistoryCount
    MOVE shopRunMonth TO lttMonth
    WRITE rateShopReportRecord FROM leftOnTableTitleLine
    PERFORM WriteOneLeftOnTable
        VARYING leftOnTableIndex FROM 1 BY 1
        UNTIL leftOnTableIndex > leftOnTableCount.
TallyOneLeftOnTable.
    IF shRunDate (shopHistoryIndex) (1:6) = shopRunMonth
        AND shSaving (shopHistoryIndex) > ZERO
        MOVE ZERO TO leftOnTableFound
        PERFORM MatchOneLeftOnTable
            VARYING leftOnTableIndex FROM 1 BY 1
            UNTIL leftOnTableIndex > leftOnTableCount
                OR leftOnTableFound > ZERO
        IF leftOnTableFound = ZERO AND leftOnTableCount < 20
            ADD 1 TO leftOnTableCount
            MOVE leftOnTableCount TO leftOnTableFound
            MOVE shAssignedCarrier (shopHistoryIndex)
                TO ltCarrierCode (leftOnTableFound)
            MOVE ZERO TO ltShipmentCount (leftOnTableFound)
            MOVE ZERO TO ltAmount (leftOnTableFound)
        END-IF
        IF leftOnTableFound > ZERO
            ADD 1 TO ltShipmentCount (leftOnTableFound)
            ADD shSaving (shopHistoryIndex)
                TO ltAmount (leftOnTableFound)
        END-IF
    END-IF.
MatchOneLeftOnTable.
    IF ltCarrierCode (leftOnTableIndex)
        = shAssignedCarrier (shopHistoryIndex)
        MOVE leftOnTableIndex TO leftOnTableFound
    END-IF.
WriteOneLeftOnTable.
    MOVE ltCarrierCode (leftOnTableIndex) TO lolCarrierCode
    MOVE ltShipmentCount (leftOnTableIndex) TO lolShipmentCount
    MOVE ltAmount (leftOnTableIndex) TO lolAmount
    WRITE rateShopReportRecord FROM leftOnTableLine.
